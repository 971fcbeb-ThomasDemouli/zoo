        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is farcsCR.

      * Registre des prêts, ventes et dons entre établissements
      * zoologiques, avec le permis CITES / d importation qui couvre
      * chaque mouvement : un contrat ENTRANT à l arrivée d un animal
      * venu d un autre parc, un contrat SORTANT à son départ. La
      * fiche de l animal porte le numéro de son contrat d arrivée
      * (fa_numPret).
        SELECT fprets ASSIGN TO "prets.dat"
        ORGANIZATION INDEXED
        RECORD KEY fpr_numP
        ALTERNATE RECORD KEY fpr_numAnimal with duplicates
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fpretCR.

        SELECT frapportPrets ASSIGN TO "rapport_prets.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is frapeCR.

        SELECT fpretsSauv ASSIGN TO "prets.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fprsaCR.

      * Registre de mortalité : une fiche par animal décédé, remplie
      * par SUPPRIMER_ANIMAL avant que la fiche de l animal ne
      * disparaisse (identité, dernier poids, dernier soin, état de
      * santé), avec les circonstances, la nécropsie et la cause
        SELECT fdeces ASSIGN TO "deces.dat"
        ORGANIZATION INDEXED
        RECORD KEY fdc_numAnimal
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fdeceCR.

        SELECT frapportMortalite ASSIGN TO "rapport_mortalite.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fmortCR.

        SELECT fdecesSauv ASSIGN TO "deces.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fdcsaCR.

      * Qualifications des employés (habilitation à soigner une espèce
      * dangereuse, manipulation des venimeux, etc.) et qualifications
      * exigées par espèce ou par enclos, contrôlées à l affectation
        SELECT fqualifs ASSIGN TO "qualifications.dat"
        ORGANIZATION INDEXED
        RECORD KEY fql_cle
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fqualCR.

        SELECT fqualreq ASSIGN TO "qualifs_requises.dat"
        ORGANIZATION INDEXED
        RECORD KEY fqr_cle
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fqreqCR.

        SELECT frapportQualif ASSIGN TO "rapport_qualifications.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is frqalCR.

        SELECT fqualifsSauv ASSIGN TO "qualifications.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fqlsaCR.

        SELECT fqualreqSauv ASSIGN TO "qualifs_requises.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fqrsaCR.

      * Pharmacie vétérinaire : stock par médicament et par lot, et
      * sorties de stock tracées par dose administrée (rappel de lot,
      * registre des stupéfiants)
        SELECT fpharmacie ASSIGN TO "pharmacie.dat"
        ORGANIZATION INDEXED
        RECORD KEY fph_cle
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fpharCR.

        SELECT fsortiesPharma ASSIGN TO "sorties_pharmacie.dat"
        ORGANIZATION INDEXED
        RECORD KEY fso_cle
        ALTERNATE RECORD KEY fso_lot with duplicates
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fsortCR.

        SELECT frapportPharma ASSIGN TO "rapport_pharmacie.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is frphaCR.

        SELECT fpharmacieSauv ASSIGN TO "pharmacie.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fphsaCR.

        SELECT fsortiesPharmaSauv ASSIGN TO "sorties_pharmacie.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fsosaCR.

      * Relevés d ambiance des enclos (air, bassin), contrôlés contre
      * les plages tolérées par les espèces hébergées (especes.dat)
        SELECT freleves ASSIGN TO "releves.dat"
        ORGANIZATION INDEXED
        RECORD KEY frl_cle
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is freleCR.

        SELECT frapportAmbiance ASSIGN TO "rapport_ambiance.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is frambCR.

        SELECT frelevesSauv ASSIGN TO "releves.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is frlsaCR.

      * Programme d enrichissement : catalogue des activités, objectif
      * de séances par espèce et journal des séances par animal
        SELECT factivites ASSIGN TO "activites.dat"
        ORGANIZATION INDEXED
        RECORD KEY fac_code
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is factiCR.

        SELECT fobjectifs ASSIGN TO "objectifs_enrichissement.dat"
        ORGANIZATION INDEXED
        RECORD KEY foe_cle
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fobjeCR.

        SELECT fseances ASSIGN TO "seances_enrichissement.dat"
        ORGANIZATION INDEXED
        RECORD KEY fse_numS
        ALTERNATE RECORD KEY fse_numAnimal with duplicates
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fseanCR.

        SELECT frapportEnrich ASSIGN TO "rapport_enrichissement.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is frenrCR.

        SELECT factivitesSauv ASSIGN TO "activites.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is facsaCR.

        SELECT fobjectifsSauv ASSIGN TO
            "objectifs_enrichissement.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is foesaCR.

        SELECT fseancesSauv ASSIGN TO "seances_enrichissement.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fsesaCR.

      * Fichier de contrôle de la clôture de fin de journée : une
      * ligne par jour de clôture et par étape
        SELECT fcloture ASSIGN TO "cloture.dat"
        ORGANIZATION INDEXED
        RECORD KEY fcj_cle
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fclojCR.

        SELECT fclotureSauv ASSIGN TO "cloture.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fclsaCR.

      * Mois clôturés pour la comptabilité
        SELECT fperiodes ASSIGN TO "periodes.dat"
        ORGANIZATION INDEXED
        RECORD KEY fpc_mois
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fperiCR.

        SELECT fperiodesSauv ASSIGN TO "periodes.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fpesaCR.

      * Réservations des groupes et des scolaires, par créneau horaire
        SELECT freservations ASSIGN TO "reservations.dat"
        ORGANIZATION INDEXED
        RECORD KEY frs_numR
        ALTERNATE RECORD KEY frs_cleCreneau with duplicates
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is freseCR.

        SELECT fcreneaux ASSIGN TO "creneaux.dat"
        ORGANIZATION INDEXED
        RECORD KEY fcn_heure
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fcreCR.

        SELECT farrivees ASSIGN TO "arrivees_groupes.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is farriCR.

        SELECT frapportReservations
        ASSIGN TO "rapport_reservations.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is frresCR.

        SELECT freservationsSauv ASSIGN TO "reservations.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is frssaCR.

        SELECT fcreneauxSauv ASSIGN TO "creneaux.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fcnsaCR.

      * Budget annuel voté par le conseil, par mois et par catégorie
        SELECT fbudget ASSIGN TO "budget.dat"
        ORGANIZATION INDEXED
        RECORD KEY fbu_cle
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is fbudgCR.

        SELECT frapportBudget ASSIGN TO "rapport_budget.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is frbudCR.

        SELECT fbudgetSauv ASSIGN TO "budget.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is fbusaCR.

      * Alertes critiques transmises à l employé d astreinte
        SELECT falertes ASSIGN TO "alertes.dat"
        ORGANIZATION INDEXED
        RECORD KEY fal_numAl
        ALTERNATE RECORD KEY fal_source with duplicates
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS is falerCR.

      * Boîte d envoi relevée par la passerelle SMS / e-mail
        SELECT falertesSortie ASSIGN TO "alertes_sortantes.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is falsoCR.

        SELECT falertesSauv ASSIGN TO "alertes.bak"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS is falsaCR.


                DATA DIVISION.

                        02 fa_dernierVaccinMois pic 9(2).
                        02 fa_dernierVaccinAnnee pic 9(4).
                        02 fa_etatSante pic A(12).
                        02 fa_numPret pic 9(9).

        FD femployes.
                01 empl_tamp.
        FD frapportRepas.
                01 rap_tamp pic X(100).

      * Plages d ambiance tolérées par l espèce, dans les unités des
      * relevés (dixièmes de degré, signés pour le gel des enclos
      * extérieurs, % d humidité, dixièmes de pH, centièmes de mg/l
      * de chlore). Un minimum et un maximum tous deux à 0 signifient
      * que le paramètre n est pas suivi pour l espèce.
        FD fespeces.
                01 espe_tamp.
                        02 fsp_espece pic A(30).
                        02 fsp_intervalleVaccin pic 9(4).
                        02 fsp_plagesAmbiance.
                                03 fsp_tempAirMinDix pic S9(3)
                                    SIGN LEADING SEPARATE.
                                03 fsp_tempAirMaxDix pic S9(3)
                                    SIGN LEADING SEPARATE.
                                03 fsp_humiditeMin pic 9(3).
                                03 fsp_humiditeMax pic 9(3).
                                03 fsp_tempEauMinDix pic S9(3)
                                    SIGN LEADING SEPARATE.
                                03 fsp_tempEauMaxDix pic S9(3)
                                    SIGN LEADING SEPARATE.
                                03 fsp_phMinDix pic 9(3).
                                03 fsp_phMaxDix pic 9(3).
                                03 fsp_chloreMinCent pic 9(3).
                                03 fsp_chloreMaxCent pic 9(3).

        FD frapportVaccin.
                01 rava_tamp pic X(100).
                        02 fi_statut pic A(10).
                        02 fi_securite pic 9.
                        02 fi_dateCloture pic 9(8).
                        02 fi_cout pic 9(6).

      * Une mesure par animal et par date ; le poids est stocké en
      * grammes et la température en dixièmes de degré, pour rester
                01 enclSauv_tamp pic X(30).

        FD fanimauxSauv.
                01 animSauv_tamp pic X(111).

        FD femployesSauv.
                01 emplSauv_tamp pic X(112).
                01 soinSauv_tamp pic X(70).

        FD fespecesSauv.
                01 especSauv_tamp pic X(68).

        FD fcompatSauv.
                01 compatSauv_tamp pic X(50).
                01 freqSauv_tamp pic X(35).

        FD finterventionSauv.
                01 inteSauv_tamp pic X(99).

        FD fmesuresSauv.
                01 mesuSauv_tamp pic X(71).
        FD farchiveSoins.
                01 archSoins_tamp pic X(70).

      * Contrat de prêt / vente / don avec un autre établissement.
      * fpr_sens vaut ENTRANT (arrivée au parc) ou SORTANT (départ),
      * fpr_type PRET, VENTE ou DON ; la date de fin n est
      * renseignée que pour un prêt (0 sinon), de même que la date
      * d expiration du permis quand il n y a pas de permis.
      * fpr_statut passe de EN COURS à CLOS quand l animal arrivé en
      * prêt quitte le parc.
        FD fprets.
                01 pret_tamp.
                        02 fpr_numP pic 9(9).
                        02 fpr_numAnimal pic 9(3).
                        02 fpr_sens pic A(10).
                        02 fpr_type pic A(10).
                        02 fpr_etablissement pic A(30).
                        02 fpr_proprietaire pic A(30).
                        02 fpr_dateDebut pic 9(8).
                        02 fpr_dateFin pic 9(8).
                        02 fpr_numPermis pic X(20).
                        02 fpr_dateExpPermis pic 9(8).
                        02 fpr_statut pic A(10).

        FD frapportPrets.
                01 rapr_tamp pic X(160).

        FD fpretsSauv.
                01 pretSauv_tamp pic X(146).

      * Fiche de décès. fdc_circonstance : TROUVE MORT, EUTHANASIE ou
      * ANESTHESIE (mort pendant une anesthésie) ; fdc_necropsie 1 si
      * une nécropsie est demandée ; fdc_cause est la catégorie de
      * cause finale, EN ATTENTE tant que le laboratoire n a pas
      * rendu ses conclusions. Les champs suivants sont relevés au
      * décès, avant la suppression de la fiche de l animal.
        FD fdeces.
                01 dece_tamp.
                        02 fdc_numAnimal pic 9(3).
                        02 fdc_surnom pic A(30).
                        02 fdc_espece pic A(30).
                        02 fdc_anneeNaissance pic 9(4).
                        02 fdc_numEnclos pic 9(3).
                        02 fdc_date pic 9(8).
                        02 fdc_circonstance pic A(12).
                        02 fdc_necropsie pic 9.
                        02 fdc_numVeterinaire pic 9(4).
                        02 fdc_refLabo pic X(20).
                        02 fdc_cause pic A(15).
                        02 fdc_etatSante pic A(12).
                        02 fdc_dernierPoidsGr pic 9(7).
                        02 fdc_datePoids pic 9(8).
                        02 fdc_dernierSoin pic 9(4).
                        02 fdc_dateSoin pic 9(8).
                        02 fdc_typeSoin pic A(30).

        FD frapportMortalite.
                01 ramo_tamp pic X(160).

        FD fdecesSauv.
                01 deceSauv_tamp pic X(199).

      * Qualification d un employé : fql_dateExpiration à 0 pour une
      * qualification sans limite de validité
        FD fqualifs.
                01 qual_tamp.
                        02 fql_cle.
                                03 fql_numEmp pic 9(4).
                                03 fql_code pic X(15).
                        02 fql_dateObtention pic 9(8).
                        02 fql_dateExpiration pic 9(8).

      * Qualification exigée pour soigner une espèce (fqr_typeCible
      * ESPECE, fqr_cible = nom de l espèce) ou pour travailler dans
      * un enclos (ENCLOS, fqr_cible = numéro de l enclos)
        FD fqualreq.
                01 qreq_tamp.
                        02 fqr_cle.
                                03 fqr_typeCible pic A(6).
                                03 fqr_cible pic X(30).
                                03 fqr_code pic X(15).

        FD frapportQualif.
                01 raqu_tamp pic X(160).

        FD fqualifsSauv.
                01 qualSauv_tamp pic X(35).

        FD fqualreqSauv.
                01 qreqSauv_tamp pic X(51).

      * Lot de médicament en stock. fph_medicament est en majuscules,
      * comme il est cherché depuis le médicament du plan de
      * traitement. fph_classeStockage : AMBIANT, REFRIGERE,
      * CONGELE ; fph_stupefiant à 1 pour un stupéfiant (registre).
        FD fpharmacie.
                01 phar_tamp.
                        02 fph_cle.
                                03 fph_medicament pic A(30).
                                03 fph_numLot pic X(15).
                        02 fph_quantite pic 9(5).
                        02 fph_dateExpiration pic 9(8).
                        02 fph_classeStockage pic A(10).
                        02 fph_stupefiant pic 9.
                        02 fph_dateReception pic 9(8).

      * Sortie de stock : une ligne par lot entamé pour une dose
      * (fso_seq numérote les lots quand la dose en a épuisé un)
        FD fsortiesPharma.
                01 sort_tamp.
                        02 fso_cle.
                                03 fso_numD pic 9(9).
                                03 fso_seq pic 9(2).
                        02 fso_lot.
                                03 fso_medicament pic A(30).
                                03 fso_numLot pic X(15).
                        02 fso_numAnimal pic 9(3).
                        02 fso_numPlan pic 9(9).
                        02 fso_date pic 9(8).
                        02 fso_quantite pic 9(5).
                        02 fso_numEmp pic 9(4).
                        02 fso_stupefiant pic 9.

        FD frapportPharma.
                01 raph_tamp pic X(160).

        FD fpharmacieSauv.
                01 pharSauv_tamp pic X(77).

        FD fsortiesPharmaSauv.
                01 sortSauv_tamp pic X(86).

      * Relevé d ambiance d un enclos, mêmes unités que les plages de
      * l espèce (températures signées) ; 999 pour une valeur non
      * mesurée
        FD freleves.
                01 rele_tamp.
                        02 frl_cle.
                                03 frl_numEnclos pic 9(3).
                                03 frl_date pic 9(8).
                                03 frl_heure pic 9(4).
                        02 frl_tempAirDix pic S9(3)
                            SIGN LEADING SEPARATE.
                        02 frl_humidite pic 9(3).
                        02 frl_tempEauDix pic S9(3)
                            SIGN LEADING SEPARATE.
                        02 frl_phDix pic 9(3).
                        02 frl_chloreCent pic 9(3).
                        02 frl_numEmp pic 9(4).

        FD frapportAmbiance.
                01 ramb_tamp pic X(160).

        FD frelevesSauv.
                01 releSauv_tamp pic X(36).

      * Activité d enrichissement du catalogue. fac_categorie :
      * ALIMENTAIRE, SENSORIEL, COGNITIF, SOCIAL ou PHYSIQUE.
        FD factivites.
                01 acti_tamp.
                        02 fac_code pic X(10).
                        02 fac_libelle pic A(40).
                        02 fac_categorie pic A(12).

      * Objectif de séances d enrichissement par animal et par mois
      * pour une espèce et une activité du catalogue ; un code
      * activité à blanc porte sur toutes les activités confondues
        FD fobjectifs.
                01 obje_tamp.
                        02 foe_cle.
                                03 foe_espece pic A(30).
                                03 foe_codeActivite pic X(10).
                        02 foe_seancesParMois pic 9(3).

      * Séance d enrichissement ; fse_score va de 1 (aucune réaction)
      * à 5 (très forte réaction)
        FD fseances.
                01 sean_tamp.
                        02 fse_numS pic 9(9).
                        02 fse_numAnimal pic 9(3).
                        02 fse_numEmp pic 9(4).
                        02 fse_codeActivite pic X(10).
                        02 fse_date pic 9(8).
                        02 fse_score pic 9.
                        02 fse_note pic A(60).

        FD frapportEnrich.
                01 raen_tamp pic X(160).

        FD factivitesSauv.
                01 actiSauv_tamp pic X(62).

        FD fobjectifsSauv.
                01 objeSauv_tamp pic X(43).

        FD fseancesSauv.
                01 seanSauv_tamp pic X(95).

      * Pointage d une étape de la clôture. fcj_debut et fcj_fin sont
      * au format AAAAMMJJHHMMSS ; fcj_statut : EN_COURS, TERMINE ou
      * ECHEC ; fcj_compte : lignes produites par l étape.
        FD fcloture.
                01 cloj_tamp.
                        02 fcj_cle.
                                03 fcj_dateCloture pic 9(8).
                                03 fcj_etape pic 9(2).
                        02 fcj_nomEtape pic X(30).
                        02 fcj_debut pic 9(14).
                        02 fcj_fin pic 9(14).
                        02 fcj_statut pic X(8).
                        02 fcj_compte pic 9(6).
                        02 fcj_tentatives pic 9(2).

        FD fclotureSauv.
                01 clojSauv_tamp pic X(84).

      * Mois comptable (AAAAMM). fpc_statut : CLOS ou OUVERT (mois
      * rouvert) ; date et employé de la dernière clôture ou
      * réouverture.
        FD fperiodes.
                01 peri_tamp.
                        02 fpc_mois pic 9(6).
                        02 fpc_statut pic X(6).
                        02 fpc_dateMaj pic 9(8).
                        02 fpc_numEmp pic 9(4).

        FD fperiodesSauv.
                01 periSauv_tamp pic X(24).

      * Réservation de groupe. frs_creneau : heure de début du
      * créneau (HHMM) ; frs_visiteGuidee : O ou N ; frs_acompte en € ;
      * frs_statut : RESERVE, ARRIVE (pointé à la billetterie) ou
      * ANNULE.
        FD freservations.
                01 rese_tamp.
                        02 frs_numR pic 9(9).
                        02 frs_organisation pic A(40).
                        02 frs_telephone pic 9(10).
                        02 frs_cleCreneau.
                                03 frs_date pic 9(8).
                                03 frs_creneau pic 9(4).
                        02 frs_nbEnfants pic 9(4).
                        02 frs_nbAdultes pic 9(4).
                        02 frs_visiteGuidee pic A(1).
                        02 frs_acompte pic 9(5).
                        02 frs_statut pic X(8).

      * Créneau de visite de groupe et sa capacité en personnes
        FD fcreneaux.
                01 cren_tamp.
                        02 fcn_heure pic 9(4).
                        02 fcn_capacite pic 9(4).

        FD farrivees.
                01 arri_tamp pic X(160).

        FD frapportReservations.
                01 rare_tamp pic X(160).

        FD freservationsSauv.
                01 reseSauv_tamp pic X(93).

        FD fcreneauxSauv.
                01 crenSauv_tamp pic X(8).

      * Montant budgété en € pour un mois et une catégorie
      * (ALIMENTATION, ACHATS, VETERINAIRE, ENTRETIEN, BILLETTERIE)
        FD fbudget.
                01 budg_tamp.
                        02 fbu_cle.
                                03 fbu_annee pic 9(4).
                                03 fbu_mois pic 9(2).
                                03 fbu_categorie pic A(12).
                        02 fbu_montant pic 9(8).

        FD frapportBudget.
                01 rabu_tamp pic X(160).

        FD fbudgetSauv.
                01 budgSauv_tamp pic X(26).

      * Alerte : la source (type et référence : numéro d incident,
      * d intervention, d animal, article ou plan/date de la dose)
      * évite les doublons. Statut NON_ACQ, ACQUITTE ou RESOLUE.
        FD falertes.
                01 aler_tamp.
                        02 fal_numAl pic 9(9).
                        02 fal_source.
                                03 fal_type pic X(12).
                                03 fal_reference pic X(30).
                        02 fal_date pic 9(8).
                        02 fal_heure pic 9(6).
                        02 fal_severite pic X(8).
                        02 fal_numEnclos pic 9(3).
                        02 fal_numAnimal pic 9(3).
                        02 fal_message pic X(80).
                        02 fal_telephone pic 9(10).
                        02 fal_statut pic X(8).
                        02 fal_nbEnvois pic 9(3).
                        02 fal_dateEnvoi pic 9(8).
                        02 fal_dateAcq pic 9(8).
                        02 fal_numEmpAcq pic 9(4).

      * Ligne à format fixe de la boîte d envoi
        FD falertesSortie.
                01 alsr_tamp.
                        02 fas_date pic 9(8).
                        02 FILLER pic X.
                        02 fas_heure pic 9(6).
                        02 FILLER pic X.
                        02 fas_severite pic X(8).
                        02 FILLER pic X.
                        02 fas_type pic X(12).
                        02 FILLER pic X.
                        02 fas_numEnclos pic 9(3).
                        02 FILLER pic X.
                        02 fas_numAnimal pic 9(3).
                        02 FILLER pic X.
                        02 fas_message pic X(80).
                        02 FILLER pic X.
                        02 fas_telephone pic 9(10).
                        02 FILLER pic X.
                        02 fas_numAl pic 9(9).
                        02 FILLER pic X.
                        02 fas_envoi pic 9(3).

        FD falertesSauv.
                01 alerSauv_tamp pic X(200).

        WORKING-STORAGE SECTION.
      * Variables communes
                77 fin PIC 9.
                77 ficsaCR pic 9(2).
                77 fpaieCR pic 9(2).
                77 fexpaCR pic 9(2).
                77 fpretCR pic 9(2).
                77 frapeCR pic 9(2).
                77 fprsaCR pic 9(2).
                77 fdeceCR pic 9(2).
                77 fmortCR pic 9(2).
                77 fdcsaCR pic 9(2).
                77 fqualCR pic 9(2).
                77 fqreqCR pic 9(2).
                77 frqalCR pic 9(2).
                77 fqlsaCR pic 9(2).
                77 fqrsaCR pic 9(2).
                77 fpharCR pic 9(2).
                77 fsortCR pic 9(2).
                77 frphaCR pic 9(2).
                77 fphsaCR pic 9(2).
                77 fsosaCR pic 9(2).
                77 freleCR pic 9(2).
                77 frambCR pic 9(2).
                77 frlsaCR pic 9(2).
                77 factiCR pic 9(2).
                77 fobjeCR pic 9(2).
                77 fseanCR pic 9(2).
                77 frenrCR pic 9(2).
                77 facsaCR pic 9(2).
                77 foesaCR pic 9(2).
                77 fsesaCR pic 9(2).
                77 fclojCR pic 9(2).
                77 fclsaCR pic 9(2).
                77 fperiCR pic 9(2).
                77 fpesaCR pic 9(2).
                77 freseCR pic 9(2).
                77 fcreCR pic 9(2).
                77 farriCR pic 9(2).
                77 frresCR pic 9(2).
                77 frssaCR pic 9(2).
                77 fcnsaCR pic 9(2).
                77 fbudgCR pic 9(2).
                77 frbudCR pic 9(2).
                77 fbusaCR pic 9(2).
                77 falerCR pic 9(2).
                77 falsoCR pic 9(2).
                77 falsaCR pic 9(2).
                77 cptSauv pic 9(5).
                77 annee PIC 9(4).
                77 mois PIC 9(2).
                77 wmoisEmbauche pic 9(2).
                77 wanneeEmbauche pic 9(4).

      * variables prêts inter-zoos et permis CITES
                77 wNumPret pic 9(9).
                77 wSensPret pic A(10).
                77 wTypePret pic A(10).
                77 choixTypePret pic 9.
                77 choixProvenance pic 9.
                77 wEtablissement pic A(30).
                77 wProprietaire pic A(30).
                77 wDateDebutPret pic 9(8).
                77 wDateFinPret pic 9(8).
                77 wNumPermis pic X(20).
                77 wDateExpPermis pic 9(8).
                77 wPretArrivee pic 9(9).
                77 pretTrouve pic 9.
                77 wDateDuJour pic 9(8).
                77 wDateHorizon pic 9(8).
                77 cptPretsEcheance pic 9(4).
                77 cptPermisEcheance pic 9(4).
                77 wMarqueEcheance pic X(20).
                77 phrasePret pic A(160).

      * variables registre de mortalité et statistiques annuelles
                77 choixCirconstance pic 9.
                77 choixCause pic 9.
                77 choixNecropsie pic 9.
                77 wCauseDeces pic A(15).
                77 wRefLabo pic X(20).
                77 wDateSoinCour pic 9(8).
                77 decesTrouve pic 9.
                77 wAnneeMort pic 9(4).
                77 wAgeDeces pic 9(3).
                77 cptDeces pic 9(4).
                77 cptAgeMoins1 pic 9(4).
                77 cptAge1a4 pic 9(4).
                77 cptAge5a9 pic 9(4).
                77 cptAge10a19 pic 9(4).
                77 cptAge20plus pic 9(4).
                77 phraseDeces pic A(160).
                01 TAB-MORT-ESPECE.
                    02 TMS-ENTREE OCCURS 200 TIMES.
                        03 TMS-ESPECE PIC A(30).
                        03 TMS-NB PIC 9(4).
                77 TMS-COUNT PIC 9(4) COMP.
                77 TMS-I PIC 9(4) COMP.
                77 TMS-TROUVE PIC 9.
                01 TAB-MORT-CAUSE.
                    02 TMC-ENTREE OCCURS 20 TIMES.
                        03 TMC-CAUSE PIC A(15).
                        03 TMC-NB PIC 9(4).
                77 TMC-COUNT PIC 9(4) COMP.
                77 TMC-I PIC 9(4) COMP.
                77 TMC-TROUVE PIC 9.

      * variables qualifications des soigneurs
                77 wCodeQualif pic X(15).
                77 wCodeManquant pic X(15).
                77 wTypeCible pic A(6).
                77 wCible pic X(30).
                77 wDateObtention pic 9(8).
                77 wDateExpiration pic 9(8).
                77 choixCible pic 9.
                77 choixExpire pic 9.
                77 cibleTrouvee pic 9.
                77 qualifTrouvee pic 9.
                77 qualifManquante pic 9.
                77 fdfQualif pic 9.
                77 cptQualifEcheance pic 9(4).
                77 phraseQualif pic A(160).
                01 TAB-QUALIF-REQUISE.
                    02 TQR-CODE PIC X(15) OCCURS 30 TIMES.
                77 TQR-COUNT PIC 9(4) COMP.
                77 TQR-I PIC 9(4) COMP.
                77 TQR-TROUVE PIC 9.

      * variables pharmacie vétérinaire
                77 wMedicamentLot pic A(30).
                77 wNumLot pic X(15).
                77 wLotChoisi pic X(15).
                77 wLotReception pic 9(8).
                77 wLotExpiration pic 9(8).
                77 wQteDose pic 9(5).
                77 wQteReste pic 9(5).
                77 wQteLot pic 9(5).
                77 wQteAvant pic 9(5).
                77 wSeqSortie pic 9(2).
                77 choixClasse pic 9.
                77 choixStupefiant pic 9.
                77 lotTrouve pic 9.
                77 stockEpuise pic 9.
                77 fdfPharma pic 9.
                77 cptLotsPerimes pic 9(4).
                77 cptLotsEcheance pic 9(4).
                77 cptSortiesLot pic 9(4).
                77 phrasePharma pic A(160).

      * variables relevés d ambiance des enclos
                77 wAmbValeur pic S9(3).
                77 wAmbMin pic S9(3).
                77 wAmbMax pic S9(3).
                77 wAmbDiviseur pic 9(3).
                77 wAmbLibelle pic A(20).
                77 wAmbBrut pic S9(3).
                77 wAmbDec1 pic S9(2)V9.
                77 wAmbDec2 pic 9V99.
                77 wAmbEd0 pic ZZ9.
                77 wAmbEd1 pic --9.9.
                77 wAmbEd2 pic 9.99.
                77 wAmbTexte pic X(6).
                77 wAmbTexteVal pic X(6).
                77 wAmbTexteMin pic X(6).
                77 wAmbTexteMax pic X(6).
                77 wAmbSortie pic 9.
                01 TAB-AMB-TEXTE.
                    02 TAT-TEXTE PIC X(6) OCCURS 5 TIMES.
                77 wDateDebutAmb pic 9(8).
                77 wDateFinAmb pic 9(8).
                77 wEnclosCourant pic 9(3).
                77 releveTrouve pic 9.
                77 releveHorsPlage pic 9.
                77 fdfAmb pic 9.
                77 cptRelevesEnclos pic 9(4).
                77 cptExcursionsEnclos pic 9(4).
                77 cptExcursions pic 9(5).
                77 seuilExcursions pic 9(2) value 3.
                77 wInterventionOuverte pic 9(9).
                77 phraseAmbiance pic A(160).
                01 TAB-AMB-ESPECE.
                    02 TAE-ENTREE OCCURS 30 TIMES.
                        03 TAE-FICHE PIC X(68).
                77 TAE-COUNT PIC 9(4) COMP.
                77 TAE-I PIC 9(4) COMP.
                77 TAE-TROUVE PIC 9.
      * Fiche espèce et relevé sauvegardés avant les températures
      * signées, convertis à la restauration
                01 especeSansSigne.
                    02 essEntete pic X(34).
                    02 essTempAirMin pic 9(3).
                    02 essTempAirMax pic 9(3).
                    02 essHumiditeMin pic 9(3).
                    02 essHumiditeMax pic 9(3).
                    02 essTempEauMin pic 9(3).
                    02 essTempEauMax pic 9(3).
                    02 essPhMin pic 9(3).
                    02 essPhMax pic 9(3).
                    02 essChloreMin pic 9(3).
                    02 essChloreMax pic 9(3).
                    02 FILLER pic X(4).
                01 releveSansSigne.
                    02 rssCle pic X(15).
                    02 rssTempAir pic 9(3).
                    02 rssHumidite pic 9(3).
                    02 rssTempEau pic 9(3).
                    02 rssPh pic 9(3).
                    02 rssChlore pic 9(3).
                    02 rssNumEmp pic 9(4).
                    02 FILLER pic X(2).

      * variables programme d enrichissement
                77 wCodeActivite pic X(10).
                77 wNumSeance pic 9(9).
                77 wScoreSeance pic 9.
                77 activiteTrouvee pic 9.
                77 seanceTrouvee pic 9.
                77 fdfEnr pic 9.
                77 wAnneeEnr pic 9(4).
                77 wMoisEnr pic 9(2).
                77 wDebutMoisEnr pic 9(8).
                77 wFinMoisEnr pic 9(8).
                77 wObjectifEspece pic 9(3).
                77 cptSeancesMois pic 9(4).
                77 cptAnimauxEnclos pic 9(4).
                77 cptSousObjectifEnclos pic 9(4).
                77 cptSousObjectif pic 9(4).
                77 cptActivitesSansReaction pic 9(4).
                77 seuilSansReaction pic 9(2) value 3.
                77 wMoyenneScore pic 9V9.
                77 wMoyenneScoreEd pic 9.9.
                77 phraseEnrich pic A(160).
                77 wCleSeance pic 9(17).
                77 wSeancesObjectif pic 9(4).
                77 wLibelleObjectif pic X(20).
                77 wEmpEnr pic 9(4).
                77 animalSousObjectif pic 9.
                77 sansReaction pic 9.
                77 fdfObj pic 9.
                77 constatSansSoigneur pic 9.
                77 constatSoigneur pic 9.
      * Par activité de l animal analysé : séances du mois et, pour
      * les seuilSansReaction (au plus 10) séances les plus récentes
      * par date, clé date + numéro de séance et score
                01 TAB-ENR-ACTIVITE.
                    02 TEA-ENTREE OCCURS 50 TIMES.
                        03 TEA-CODE PIC X(10).
                        03 TEA-NB-MOIS PIC 9(4).
                        03 TEA-NB-DER PIC 9(2).
                        03 TEA-DERNIERE OCCURS 10 TIMES.
                            04 TEA-DER-CLE PIC 9(17).
                            04 TEA-DER-SCORE PIC 9.
                77 TEA-COUNT PIC 9(4) COMP.
                77 TEA-I PIC 9(4) COMP.
                77 TEA-J PIC 9(4) COMP.
                77 TEA-K PIC 9(4) COMP.
                77 TEA-TROUVE PIC 9.
      * Affectations soigneur / enclos de la rotation du mois
                01 TAB-ENR-ROTA.
                    02 TER-ENTREE OCCURS 500 TIMES.
                        03 TER-NUMEMP PIC 9(4).
                        03 TER-ENCLOS PIC 9(3).
                77 TER-COUNT PIC 9(4) COMP.
                77 TER-I PIC 9(4) COMP.
                77 TER-TROUVE PIC 9.
      * Soigneurs des séances du mois de l animal analysé
                01 TAB-ENR-SOIGNEUR-ANIMAL.
                    02 TEV-EMP PIC 9(4) OCCURS 5 TIMES.
                77 TEV-COUNT PIC 9(4) COMP.
                77 TEV-I PIC 9(4) COMP.
                77 TEV-TROUVE PIC 9.
      * Constats de la partie par enclos, repris par soigneur
                01 TAB-ENR-CONSTAT.
                    02 TEX-ENTREE OCCURS 500 TIMES.
                        03 TEX-ENCLOS PIC 9(3).
                        03 TEX-NB-EMP PIC 9.
                        03 TEX-EMP PIC 9(4) OCCURS 5 TIMES.
                        03 TEX-LIGNE PIC X(156).
                77 TEX-COUNT PIC 9(4) COMP.
                77 TEX-I PIC 9(4) COMP.
                01 TAB-ENR-SOIGNEUR.
                    02 TEK-ENTREE OCCURS 200 TIMES.
                        03 TEK-NUMEMP PIC 9(4).
                        03 TEK-NB PIC 9(4).
                        03 TEK-SOMME PIC 9(5).
                        03 TEK-SANS-REACTION PIC 9(4).
                77 TEK-COUNT PIC 9(4) COMP.
                77 TEK-I PIC 9(4) COMP.
                77 TEK-TROUVE PIC 9.

      * variables reprise de la clôture de fin de journée
                77 nbEtapesCloture pic 9(2) value 9.
                77 wDateCloture pic 9(8).
                77 wEtapeCloture pic 9(2).
                77 wEtapeEchec pic 9(2).
                77 wNomEtape pic X(30).
                77 wCompteEtape pic 9(6).
                77 wCREtape pic 9(2).
                77 wCRControle pic 9(2).
                77 clotureEchec pic 9.
                77 etapeConnue pic 9.
                77 cptRotaDemain pic 9(4).
                77 wStatutCloture pic X(11).
                77 phraseCloture pic X(120).
                01 TAB-CLOTURE.
                    02 TCL-ENTREE OCCURS 30 TIMES.
                        03 TCL-DATE PIC 9(8).
                        03 TCL-NB-TERMINE PIC 9(2).
                        03 TCL-NB-ECHEC PIC 9(2).
                        03 TCL-NB-ENCOURS PIC 9(2).
                        03 TCL-DEBUT PIC 9(14).
                        03 TCL-FIN PIC 9(14).
                        03 TCL-TENTATIVES PIC 9(2).
                77 TCL-COUNT PIC 9(4) COMP.
                77 TCL-I PIC 9(4) COMP.

      * variables clôture mensuelle
                77 wMoisPeriode pic 9(6).
                77 moisClos pic 9.
                77 wMotifReouverture pic X(30).

      * variables réservations de groupes
                77 wNumReservation pic 9(9).
                77 wOrganisation pic A(40).
                77 wTelReservation pic 9(10).
                77 wResEnfants pic 9(4).
                77 wResAdultes pic 9(4).
                77 wVisiteGuidee pic A(1).
                77 wAcompte pic 9(5).
                77 wCapaciteCreneau pic 9(4).
                77 creneauTrouve pic 9.
                77 cptCreneaux pic 9(4).
                77 cptPlacesReservees pic 9(5).
                77 wPlacesDemandees pic 9(5).
                77 wPlacesRestantes pic 9(5).
                77 cptGroupesJour pic 9(4).
                77 cptNonPresentes pic 9(4).
                77 cptPersonnesArrivees pic 9(5).
                77 wEcartGroupes pic 9(5).
                77 wRecetteReservation pic 9(7).
                77 wSoldeReservation pic 9(7).
                77 wRecetteAttendue pic 9(8).
                77 wRecettePerdue pic 9(8).
                77 phraseReservation pic X(160).

      * variables budget
                77 nbCategoriesBudget pic 9 value 5.
                77 wAnneeBudget pic 9(4).
                77 wMoisBudget pic 9(2).
                77 wCategorieBudget pic A(12).
                77 wMontantBudget pic 9(8).
                77 wMontantAnnuel pic 9(9).
                77 budgetTrouve pic 9.
                77 wBudgetMois pic 9(9).
                77 wReelMois pic 9(9).
                77 wBudgetCumul pic 9(9).
                77 wReelCumul pic 9(9).
                77 wBudgetControle pic 9(9).
                77 wReelControle pic 9(9).
                77 wEcartBudget pic S9(9).
                77 wEcartBudgetAff pic +9(9).
                77 wAlerteBudget pic X(24).
                77 cptDepassements pic 9(3).
                77 phraseBudget pic X(160).
                01 wDateBudget.
                    02 wDateBudgetAnnee pic 9(4).
                    02 wDateBudgetMois pic 9(2).
                    02 wDateBudgetJour pic 9(2).
                01 TAB-BUDGET.
                    02 TBG-ENTREE OCCURS 5 TIMES.
                        03 TBG-CATEGORIE PIC A(12).
                        03 TBG-SENS PIC X(1).
                        03 TBG-MOIS OCCURS 12 TIMES.
                            04 TBG-BUDGET PIC 9(8).
                            04 TBG-REEL PIC 9(9).
                77 TBG-I PIC 9(4) COMP.
                77 TBG-M PIC 9(4) COMP.
                77 wCoutIntervention pic 9(6).

      * variables alertes
                77 wAlType pic X(12).
                77 wAlReference pic X(30).
                77 wAlRefNum pic 9(9).
                77 wAlSeverite pic X(8).
                77 wAlEnclos pic 9(3).
                77 wAlAnimal pic 9(3).
                77 wAlSurnom pic A(30).
                77 wAlMessage pic X(80).
                77 wAlTelephone pic 9(10).
                77 wAlNumero pic 9(9).
                77 wAlDateJour pic 9(8).
                77 wAlHeure pic 9(6).
                77 wAlEmpAstreinte pic 9(4).
                77 wAlCRSortie pic 9(2).
                77 wNumAlerte pic 9(9).
                77 alerteExiste pic 9.
                77 alerteALever pic 9.
                77 alerteResolue pic 9.
                77 alerteDosesManquees pic 9 value 0.
                77 finAlertes pic 9.
                77 finRotaAlerte pic 9.
                77 finBalayage pic 9.
                77 cptAlertesLevees pic 9(4).
                77 cptAlertesRenvoyees pic 9(4).
                77 cptAlertesNonAcq pic 9(4).

        PROCEDURE DIVISION.

      * Mode batch (sans saisie, pour une planification cron) : un
      ******************************************************************
      * Ouvre une première fois chaque fichier du parc pour le créer
      * s il n existe pas encore, et s arrête net sur toute autre
      * erreur d ouverture avec un RETURN-CODE 8, que le planificateur
      * voit comme un échec de la clôture de fin de journée. Utilisé
      * au début du menu principal et de la clôture.
        VERIFIER_FICHIERS.
        OPEN INPUT frepas
                IF frepaCR = 35 THEN
                END-IF
                IF frepaCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE repas.dat statut " frepaCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE frepas
                END-IF
                IF femplCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE employes.dat statut " femplCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE femployes
                END-IF
                IF fanimCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE animaux.dat statut " fanimCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fanimaux
                END-IF
                IF fenclCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE enclos.dat statut " fenclCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fenclos
                END-IF
                IF fsoinCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE soins.dat statut " fsoinCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fsoins
                END-IF
                IF fspecCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE especes.dat statut " fspecCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fespeces
                END-IF
                IF fcompCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE compat.dat statut " fcompCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fcompat
                END-IF
                IF frotaCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE rota.dat statut " frotaCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE frota
                IF fmouvCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE mouvements.dat statut "
                        fmouvCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fmouvements
                END-IF
                IF fstocCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE stock.dat statut " fstocCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fstock
                IF fabseCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE absences.dat statut "
                        fabseCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fabsences
                IF finteCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE interventions.dat statut "
                        finteCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fintervention
                IF fmesuCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE mesures.dat statut "
                        fmesuCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fmesures
                IF ffreqCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE frequentation.dat statut "
                        ffreqCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE ffrequentation
                IF ffourCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE fournisseurs.dat statut "
                        ffourCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE ffournisseurs
                IF fcomdCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE commandes.dat statut "
                        fcomdCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fcommandes
                IF flcmdCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE lignescmd.dat statut "
                        flcmdCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE flignescmd
                IF fnaisCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE naissances.dat statut "
                        fnaisCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fnaissances
                IF fplanCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE plans.dat statut "
                        fplanCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fplans
                IF fdoseCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE doses.dat statut "
                        fdoseCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fdoses
                IF ftariCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE tarifs.dat statut "
                        ftariCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE ftarifs
                IF ftachCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE tachesprev.dat statut "
                        ftachCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE ftaches
                IF fcptCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE compteurs.dat statut "
                        fcptCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fcompteurs
                IF fverrCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE verrous.dat statut "
                        fverrCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fverrous
                IF finciCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE incidents.dat statut "
                        finciCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fincidents
        OPEN INPUT fprets
                IF fpretCR = 35 THEN
                        OPEN OUTPUT fprets
                END-IF
                IF fpretCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE prets.dat statut "
                        fpretCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fprets
        OPEN INPUT fdeces
                IF fdeceCR = 35 THEN
                        OPEN OUTPUT fdeces
                END-IF
                IF fdeceCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE deces.dat statut "
                        fdeceCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fdeces
        OPEN INPUT fqualifs
                IF fqualCR = 35 THEN
                        OPEN OUTPUT fqualifs
                END-IF
                IF fqualCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE qualifications.dat statut "
                        fqualCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fqualifs
        OPEN INPUT fqualreq
                IF fqreqCR = 35 THEN
                        OPEN OUTPUT fqualreq
                END-IF
                IF fqreqCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE qualifs_requises.dat statut "
                        fqreqCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fqualreq
        OPEN INPUT fpharmacie
                IF fpharCR = 35 THEN
                        OPEN OUTPUT fpharmacie
                END-IF
                IF fpharCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE pharmacie.dat statut "
                        fpharCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fpharmacie
        OPEN INPUT fsortiesPharma
                IF fsortCR = 35 THEN
                        OPEN OUTPUT fsortiesPharma
                END-IF
                IF fsortCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE sorties_pharmacie.dat "
                        "statut " fsortCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fsortiesPharma
        OPEN INPUT freleves
                IF freleCR = 35 THEN
                        OPEN OUTPUT freleves
                END-IF
                IF freleCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE releves.dat statut "
                        freleCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE freleves
        OPEN INPUT factivites
                IF factiCR = 35 THEN
                        OPEN OUTPUT factivites
                END-IF
                IF factiCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE activites.dat statut "
                        factiCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE factivites
        OPEN INPUT fobjectifs
                IF fobjeCR = 35 THEN
                        OPEN OUTPUT fobjectifs
                END-IF
                IF fobjeCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE "
                        "objectifs_enrichissement.dat statut " fobjeCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fobjectifs
        OPEN INPUT fseances
                IF fseanCR = 35 THEN
                        OPEN OUTPUT fseances
                END-IF
                IF fseanCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE "
                        "seances_enrichissement.dat statut " fseanCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fseances
        OPEN INPUT fcloture
                IF fclojCR = 35 THEN
                        OPEN OUTPUT fcloture
                END-IF
                IF fclojCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE cloture.dat statut "
                        fclojCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fcloture
        OPEN INPUT fperiodes
                IF fperiCR = 35 THEN
                        OPEN OUTPUT fperiodes
                END-IF
                IF fperiCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE periodes.dat statut "
                        fperiCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fperiodes
        OPEN INPUT freservations
                IF freseCR = 35 THEN
                        OPEN OUTPUT freservations
                END-IF
                IF freseCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE reservations.dat statut "
                        freseCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE freservations
        OPEN INPUT fcreneaux
                IF fcreCR = 35 THEN
                        OPEN OUTPUT fcreneaux
                END-IF
                IF fcreCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE creneaux.dat statut "
                        fcreCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fcreneaux
        OPEN INPUT fbudget
                IF fbudgCR = 35 THEN
                        OPEN OUTPUT fbudget
                END-IF
                IF fbudgCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE budget.dat statut "
                        fbudgCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE fbudget
        OPEN INPUT falertes
                IF falerCR = 35 THEN
                        OPEN OUTPUT falertes
                END-IF
                IF falerCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE alertes.dat statut "
                        falerCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE falertes
        OPEN INPUT faudit
                IF fauditCR = 35 THEN
                        OPEN OUTPUT faudit
                END-IF
                IF fauditCR NOT = 0 THEN
                    DISPLAY "ERREUR FATALE audit.txt statut " fauditCR
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        CLOSE faudit.
        DISPLAY '10 = Billetterie et fréquentation'
        DISPLAY '11 = Échanges de fichiers (export/import)'
        DISPLAY '12 = Registre des incidents'
        DISPLAY '13 = Budget annuel et suivi budget / réel'
        DISPLAY '0 = Quitter'
        ACCEPT choix
        EVALUATE  choix
                        PERFORM MENU_ECHANGES
                  WHEN "12"
                        PERFORM MENU_INCIDENTS
                  WHEN "13"
                        IF FUNCTION UPPER-CASE(wRoleCourant) = "ADMIN"
                            PERFORM MENU_BUDGET
                        ELSE
                            DISPLAY "Reserve aux employes ADMIN"
                        END-IF
                  WHEN "0"
                        MOVE 1 TO wfin
                  WHEN other
        DISPLAY "1 = Sauvegarder toutes les données"
        DISPLAY "2 = Restaurer toutes les données depuis la sauvegarde"
        DISPLAY "3 = Vérifier la cohérence des fichiers"
        DISPLAY "4 = Historique des clôtures de fin de journée"
        DISPLAY "5 = Clôture mensuelle des repas, soins, doses et"
        DISPLAY "    fréquentation"
        DISPLAY "0 = Retour"
        ACCEPT choix
        EVALUATE choix
                        PERFORM RESTAURER_TOUT
                  WHEN "3"
                        PERFORM VERIFIER_COHERENCE
                  WHEN "4"
                        PERFORM HISTORIQUE_CLOTURES
                  WHEN "5"
                        PERFORM MENU_PERIODES
                  WHEN "0"
                        CONTINUE
                  WHEN OTHER
        CLOSE fincidents
        CLOSE fincidentsSauv
        DISPLAY cptSauv " incidents sauvegardés"

        OPEN INPUT fprets
        IF fpretCR = 35 THEN
            OPEN OUTPUT fprets
            CLOSE fprets
            OPEN INPUT fprets
        END-IF
        IF fpretCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "prets.dat" " statut "
                fpretCR
            STOP RUN
        END-IF
        OPEN OUTPUT fpretsSauv
        IF fprsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "prets.bak" " statut "
                fprsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fprets NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE pretSauv_tamp FROM pret_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fprets
        CLOSE fpretsSauv
        DISPLAY cptSauv " contrats de prêt sauvegardés"

        OPEN INPUT fdeces
        IF fdeceCR = 35 THEN
            OPEN OUTPUT fdeces
            CLOSE fdeces
            OPEN INPUT fdeces
        END-IF
        IF fdeceCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "deces.dat" " statut "
                fdeceCR
            STOP RUN
        END-IF
        OPEN OUTPUT fdecesSauv
        IF fdcsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "deces.bak" " statut "
                fdcsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fdeces NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE deceSauv_tamp FROM dece_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fdeces
        CLOSE fdecesSauv
        DISPLAY cptSauv " fiches de décès sauvegardées"

        OPEN INPUT fqualifs
        IF fqualCR = 35 THEN
            OPEN OUTPUT fqualifs
            CLOSE fqualifs
            OPEN INPUT fqualifs
        END-IF
        IF fqualCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "qualifications.dat" " statut "
                fqualCR
            STOP RUN
        END-IF
        OPEN OUTPUT fqualifsSauv
        IF fqlsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "qualifications.bak" " statut "
                fqlsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fqualifs NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE qualSauv_tamp FROM qual_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fqualifs
        CLOSE fqualifsSauv
        DISPLAY cptSauv " qualifications d employés sauvegardées"

        OPEN INPUT fqualreq
        IF fqreqCR = 35 THEN
            OPEN OUTPUT fqualreq
            CLOSE fqualreq
            OPEN INPUT fqualreq
        END-IF
        IF fqreqCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "qualifs_requises.dat" " statut "
                fqreqCR
            STOP RUN
        END-IF
        OPEN OUTPUT fqualreqSauv
        IF fqrsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "qualifs_requises.bak" " statut "
                fqrsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fqualreq NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE qreqSauv_tamp FROM qreq_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fqualreq
        CLOSE fqualreqSauv
        DISPLAY cptSauv " qualifications requises sauvegardées"

        OPEN INPUT fpharmacie
        IF fpharCR = 35 THEN
            OPEN OUTPUT fpharmacie
            CLOSE fpharmacie
            OPEN INPUT fpharmacie
        END-IF
        IF fpharCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "pharmacie.dat" " statut "
                fpharCR
            STOP RUN
        END-IF
        OPEN OUTPUT fpharmacieSauv
        IF fphsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "pharmacie.bak" " statut "
                fphsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fpharmacie NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE pharSauv_tamp FROM phar_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fpharmacie
        CLOSE fpharmacieSauv
        DISPLAY cptSauv " lots de pharmacie sauvegardés"

        OPEN INPUT fsortiesPharma
        IF fsortCR = 35 THEN
            OPEN OUTPUT fsortiesPharma
            CLOSE fsortiesPharma
            OPEN INPUT fsortiesPharma
        END-IF
        IF fsortCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "sorties_pharmacie.dat" " statut "
                fsortCR
            STOP RUN
        END-IF
        OPEN OUTPUT fsortiesPharmaSauv
        IF fsosaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "sorties_pharmacie.bak" " statut "
                fsosaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fsortiesPharma NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE sortSauv_tamp FROM sort_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fsortiesPharma
        CLOSE fsortiesPharmaSauv
        DISPLAY cptSauv " sorties de pharmacie sauvegardées"

        OPEN INPUT freleves
        IF freleCR = 35 THEN
            OPEN OUTPUT freleves
            CLOSE freleves
            OPEN INPUT freleves
        END-IF
        IF freleCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "releves.dat" " statut "
                freleCR
            STOP RUN
        END-IF
        OPEN OUTPUT frelevesSauv
        IF frlsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "releves.bak" " statut "
                frlsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ freleves NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE releSauv_tamp FROM rele_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE freleves
        CLOSE frelevesSauv
        DISPLAY cptSauv " relevés d ambiance sauvegardés"

        OPEN INPUT factivites
        IF factiCR = 35 THEN
            OPEN OUTPUT factivites
            CLOSE factivites
            OPEN INPUT factivites
        END-IF
        IF factiCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "activites.dat" " statut "
                factiCR
            STOP RUN
        END-IF
        OPEN OUTPUT factivitesSauv
        IF facsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "activites.bak" " statut "
                facsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ factivites NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE actiSauv_tamp FROM acti_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE factivites
        CLOSE factivitesSauv
        DISPLAY cptSauv " activités d enrichissement sauvegardées"

        OPEN INPUT fobjectifs
        IF fobjeCR = 35 THEN
            OPEN OUTPUT fobjectifs
            CLOSE fobjectifs
            OPEN INPUT fobjectifs
        END-IF
        IF fobjeCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "objectifs_enrichissement.dat"
                " statut " fobjeCR
            STOP RUN
        END-IF
        OPEN OUTPUT fobjectifsSauv
        IF foesaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "objectifs_enrichissement.bak"
                " statut " foesaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fobjectifs NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE objeSauv_tamp FROM obje_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fobjectifs
        CLOSE fobjectifsSauv
        DISPLAY cptSauv " objectifs d enrichissement sauvegardés"

        OPEN INPUT fseances
        IF fseanCR = 35 THEN
            OPEN OUTPUT fseances
            CLOSE fseances
            OPEN INPUT fseances
        END-IF
        IF fseanCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "seances_enrichissement.dat"
                " statut " fseanCR
            STOP RUN
        END-IF
        OPEN OUTPUT fseancesSauv
        IF fsesaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "seances_enrichissement.bak"
                " statut " fsesaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fseances NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE seanSauv_tamp FROM sean_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fseances
        CLOSE fseancesSauv
        DISPLAY cptSauv " séances d enrichissement sauvegardées"

        OPEN INPUT fcloture
        IF fclojCR = 35 THEN
            OPEN OUTPUT fcloture
            CLOSE fcloture
            OPEN INPUT fcloture
        END-IF
        IF fclojCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "cloture.dat" " statut "
                fclojCR
            STOP RUN
        END-IF
        OPEN OUTPUT fclotureSauv
        IF fclsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "cloture.bak" " statut "
                fclsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fcloture NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE clojSauv_tamp FROM cloj_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fcloture
        CLOSE fclotureSauv
        DISPLAY cptSauv " étapes de clôture sauvegardées"

        OPEN INPUT fperiodes
        IF fperiCR = 35 THEN
            OPEN OUTPUT fperiodes
            CLOSE fperiodes
            OPEN INPUT fperiodes
        END-IF
        IF fperiCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "periodes.dat" " statut "
                fperiCR
            STOP RUN
        END-IF
        OPEN OUTPUT fperiodesSauv
        IF fpesaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "periodes.bak" " statut "
                fpesaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fperiodes NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE periSauv_tamp FROM peri_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fperiodes
        CLOSE fperiodesSauv
        DISPLAY cptSauv " mois clôturés sauvegardés"

        OPEN INPUT freservations
        IF freseCR = 35 THEN
            OPEN OUTPUT freservations
            CLOSE freservations
            OPEN INPUT freservations
        END-IF
        IF freseCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "reservations.dat" " statut "
                freseCR
            STOP RUN
        END-IF
        OPEN OUTPUT freservationsSauv
        IF frssaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "reservations.bak" " statut "
                frssaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ freservations NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE reseSauv_tamp FROM rese_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE freservations
        CLOSE freservationsSauv
        DISPLAY cptSauv " réservations de groupes sauvegardées"

        OPEN INPUT fcreneaux
        IF fcreCR = 35 THEN
            OPEN OUTPUT fcreneaux
            CLOSE fcreneaux
            OPEN INPUT fcreneaux
        END-IF
        IF fcreCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "creneaux.dat" " statut "
                fcreCR
            STOP RUN
        END-IF
        OPEN OUTPUT fcreneauxSauv
        IF fcnsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "creneaux.bak" " statut "
                fcnsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fcreneaux NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE crenSauv_tamp FROM cren_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fcreneaux
        CLOSE fcreneauxSauv
        DISPLAY cptSauv " créneaux de groupes sauvegardés"

        OPEN INPUT fbudget
        IF fbudgCR = 35 THEN
            OPEN OUTPUT fbudget
            CLOSE fbudget
            OPEN INPUT fbudget
        END-IF
        IF fbudgCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "budget.dat" " statut "
                fbudgCR
            STOP RUN
        END-IF
        OPEN OUTPUT fbudgetSauv
        IF fbusaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "budget.bak" " statut "
                fbusaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fbudget NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE budgSauv_tamp FROM budg_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fbudget
        CLOSE fbudgetSauv
        DISPLAY cptSauv " lignes de budget sauvegardées"

        OPEN INPUT falertes
        IF falerCR = 35 THEN
            OPEN OUTPUT falertes
            CLOSE falertes
            OPEN INPUT falertes
        END-IF
        IF falerCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "alertes.dat" " statut "
                falerCR
            STOP RUN
        END-IF
        OPEN OUTPUT falertesSauv
        IF falsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "alertes.bak" " statut "
                falsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ falertes NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        WRITE alerSauv_tamp FROM aler_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE falertes
        CLOSE falertesSauv
        DISPLAY cptSauv " alertes sauvegardées"
        DISPLAY "Sauvegarde terminée".

      ******************************************************************
      * Reconstruit chaque fichier indexé du parc à partir de son
      * fichier séquentiel ".bak", en l'ouvrant en sortie (ce qui le
      * vide) avant d'y réécrire les enregistrements sauvegardés.
        RESTAURER_TOUT.
        DISPLAY "Attention : les données actuelles vont être"
        DISPLAY "remplacées par le contenu de la dernière sauvegarde."

        OPEN OUTPUT fenclos
        IF fenclCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "enclos.dat" " statut " fenclCR
            STOP RUN
        END-IF
        OPEN INPUT fenclosSauv
        IF fesaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "enclos.bak" " statut " fesaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fenclosSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE enclSauv_tamp TO encl_tamp
                        WRITE encl_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fenclos
        CLOSE fenclosSauv
        DISPLAY cptSauv " enclos restaurés"

        OPEN OUTPUT fanimaux
        IF fanimCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "animaux.dat" " statut " fanimCR
            STOP RUN
        END-IF
        OPEN INPUT fanimauxSauv
        IF fasaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "animaux.bak" " statut " fasaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fanimauxSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE animSauv_tamp TO anim_tamp
      * Une fiche sauvegardée avant le registre des prêts n a pas de
      * numéro de contrat d arrivée
                        IF fa_numPret NOT NUMERIC THEN
                            MOVE 0 TO fa_numPret
                        END-IF
                        WRITE anim_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fanimaux
        CLOSE fanimauxSauv
        DISPLAY cptSauv " animaux restaurés"

        OPEN OUTPUT femployes
        IF femplCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "employes.dat" " statut " femplCR
            STOP RUN
        END-IF
        OPEN INPUT femployesSauv
        IF femsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "employes.bak" " statut " femsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ femployesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE emplSauv_tamp TO empl_tamp
                        WRITE empl_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE femployes
        CLOSE femployesSauv
        DISPLAY cptSauv " employés restaurés"

        OPEN OUTPUT frepas
        IF frepaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "repas.dat" " statut " frepaCR
            STOP RUN
        END-IF
        OPEN INPUT frepasSauv
        IF frsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "repas.bak" " statut " frsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ frepasSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE repaSauv_tamp TO repa_tamp
                        WRITE repa_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE frepas
        CLOSE frepasSauv
        DISPLAY cptSauv " repas restaurés"

        OPEN OUTPUT fsoins
        IF fsoinCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "soins.dat" " statut " fsoinCR
            STOP RUN
        END-IF
        OPEN INPUT fsoinsSauv
        IF fssaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "soins.bak" " statut " fssaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fsoinsSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE soinSauv_tamp TO soin_tamp
                        WRITE soin_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fsoins
        CLOSE fsoinsSauv
        DISPLAY cptSauv " soins restaurés"

        OPEN OUTPUT fespeces
        IF fspecCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "especes.dat" " statut " fspecCR
            STOP RUN
        END-IF
        OPEN INPUT fespecesSauv
        IF fspsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "especes.bak" " statut " fspsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fespecesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE especSauv_tamp TO espe_tamp
      * Une fiche sauvegardée avant le suivi d ambiance n a pas de
      * plages : aucun paramètre suivi. Une fiche sauvegardée avant
      * les températures signées (64 caractères) est convertie.
                        IF especSauv_tamp(35:34) = SPACES THEN
                            PERFORM INITIALISER_PLAGES_ESPECE
                        ELSE
                            IF especSauv_tamp(65:4) = SPACES THEN
                                PERFORM CONVERTIR_ESPECE_SANS_SIGNE
                            END-IF
                        END-IF
                        WRITE espe_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fespeces
        CLOSE fespecesSauv
        DISPLAY cptSauv " espèces restaurées"

        OPEN OUTPUT fcompat
        IF fcompCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "compat.dat" " statut " fcompCR
            STOP RUN
        END-IF
        OPEN INPUT fcompatSauv
        IF fcosaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "compat.bak" " statut " fcosaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fcompatSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE compatSauv_tamp TO compat_tamp
                        WRITE compat_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fcompat
        CLOSE fcompatSauv
        DISPLAY cptSauv " compatibilités restaurées"

        OPEN OUTPUT frota
        IF frotaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "rota.dat" " statut " frotaCR
            STOP RUN
        END-IF
        OPEN INPUT frotaSauv
        IF frosaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "rota.bak" " statut " frosaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ frotaSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE rotaSauv_tamp TO rota_tamp
                        WRITE rota_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE frota
        CLOSE frotaSauv
        DISPLAY cptSauv " affectations de rotation restaurées"

        OPEN OUTPUT fmouvements
        IF fmouvCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "mouvements.dat" " statut " fmouvCR
            STOP RUN
        END-IF
        OPEN INPUT fmouvementsSauv
      * Une sauvegarde antérieure au registre des mouvements n a pas
      * de mouvements.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF fmosaCR = 35 THEN
            OPEN OUTPUT fmouvementsSauv
            CLOSE fmouvementsSauv
            OPEN INPUT fmouvementsSauv
        END-IF
        IF fmosaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "mouvements.bak" " statut " fmosaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fmouvementsSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE mouvSauv_tamp TO mouv_tamp
                        WRITE mouv_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fmouvements
        CLOSE fmouvementsSauv
        DISPLAY cptSauv " mouvements restaurés"

        OPEN OUTPUT fstock
        IF fstocCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "stock.dat" " statut " fstocCR
            STOP RUN
        END-IF
        OPEN INPUT fstockSauv
      * Une sauvegarde antérieure au stock d alimentation n a pas de
      * stock.bak : on repart alors d un stock vide au lieu
      * d interrompre la restauration.
        IF fstsaCR = 35 THEN
            OPEN OUTPUT fstockSauv
            CLOSE fstockSauv
            OPEN INPUT fstockSauv
        END-IF
        IF fstsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "stock.bak" " statut " fstsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fstockSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE stockSauv_tamp TO stock_tamp
                        WRITE stock_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fstock
        CLOSE fstockSauv
        DISPLAY cptSauv " articles de stock restaurés"

        OPEN OUTPUT fabsences
        IF fabseCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "absences.dat" " statut " fabseCR
            STOP RUN
        END-IF
        OPEN INPUT fabsencesSauv
      * Une sauvegarde antérieure au registre des absences n a pas
      * d absences.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF fabsaCR = 35 THEN
            OPEN OUTPUT fabsencesSauv
            CLOSE fabsencesSauv
            OPEN INPUT fabsencesSauv
        END-IF
        IF fabsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "absences.bak" " statut " fabsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fabsencesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE abseSauv_tamp TO abse_tamp
                        WRITE abse_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fabsences
        CLOSE fabsencesSauv
        DISPLAY cptSauv " absences restaurées"

        OPEN OUTPUT ffrequentation
        IF ffreqCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "frequentation.dat" " statut "
                ffreqCR
            STOP RUN
        END-IF
        OPEN INPUT ffrequentationSauv
      * Une sauvegarde antérieure au journal de fréquentation n a pas
      * de frequentation.bak : on repart alors d un journal vide au
      * lieu d interrompre la restauration.
        IF ffqsaCR = 35 THEN
            OPEN OUTPUT ffrequentationSauv
            CLOSE ffrequentationSauv
            OPEN INPUT ffrequentationSauv
        END-IF
        IF ffqsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "frequentation.bak" " statut "
                ffqsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ ffrequentationSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE freqSauv_tamp TO freq_tamp
                        WRITE freq_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE ffrequentation
        CLOSE ffrequentationSauv
        DISPLAY cptSauv " journées de fréquentation restaurées"

        OPEN OUTPUT fintervention
        IF finteCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "interventions.dat" " statut "
                finteCR
            STOP RUN
        END-IF
        OPEN INPUT finterventionSauv
      * Une sauvegarde antérieure aux interventions n a pas
      * d interventions.bak : on repart alors d un registre vide au
      * lieu d interrompre la restauration.
        IF finsaCR = 35 THEN
            OPEN OUTPUT finterventionSauv
            CLOSE finterventionSauv
            OPEN INPUT finterventionSauv
        END-IF
        IF finsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "interventions.bak" " statut "
                finsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ finterventionSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE inteSauv_tamp TO inte_tamp
      * Une intervention sauvegardée avant le suivi budgétaire n a
      * pas de coût
                        IF fi_cout NOT NUMERIC THEN
                            MOVE 0 TO fi_cout
                        END-IF
                        WRITE inte_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fintervention
        CLOSE finterventionSauv
        DISPLAY cptSauv " interventions restaurées"

        OPEN OUTPUT fmesures
        IF fmesuCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "mesures.dat" " statut " fmesuCR
            STOP RUN
        END-IF
        OPEN INPUT fmesuresSauv
      * Une sauvegarde antérieure aux mesures n a pas de mesures.bak :
      * on repart alors d un registre vide au lieu d interrompre la
      * restauration.
        IF fmssaCR = 35 THEN
            OPEN OUTPUT fmesuresSauv
            CLOSE fmesuresSauv
            OPEN INPUT fmesuresSauv
        END-IF
        IF fmssaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "mesures.bak" " statut " fmssaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fmesuresSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE mesuSauv_tamp TO mesu_tamp
                        WRITE mesu_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fmesures
        CLOSE fmesuresSauv
        DISPLAY cptSauv " mesures restaurées"

        OPEN OUTPUT ffournisseurs
        IF ffourCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "fournisseurs.dat" " statut "
                ffourCR
            STOP RUN
        END-IF
        OPEN INPUT ffournisseursSauv
      * Une sauvegarde antérieure aux fournisseurs n a pas de
      * fournisseurs.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF ffusaCR = 35 THEN
            OPEN OUTPUT ffournisseursSauv
            CLOSE ffournisseursSauv
            OPEN INPUT ffournisseursSauv
        END-IF
        IF ffusaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "fournisseurs.bak" " statut "
                ffusaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ ffournisseursSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE fourSauv_tamp TO four_tamp
                        WRITE four_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE ffournisseurs
        CLOSE ffournisseursSauv
        DISPLAY cptSauv " fournisseurs restaurés"

        OPEN OUTPUT fcommandes
        IF fcomdCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "commandes.dat" " statut "
                fcomdCR
            STOP RUN
        END-IF
        OPEN INPUT fcommandesSauv
      * Une sauvegarde antérieure aux commandes n a pas de
      * commandes.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF fcmsaCR = 35 THEN
            OPEN OUTPUT fcommandesSauv
            CLOSE fcommandesSauv
            OPEN INPUT fcommandesSauv
        END-IF
        IF fcmsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "commandes.bak" " statut "
                fcmsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fcommandesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE comdSauv_tamp TO comd_tamp
                        WRITE comd_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fcommandes
        CLOSE fcommandesSauv
        DISPLAY cptSauv " commandes restaurées"

        OPEN OUTPUT flignescmd
        IF flcmdCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "lignescmd.dat" " statut "
                flcmdCR
            STOP RUN
        END-IF
        OPEN INPUT flignescmdSauv
      * Une sauvegarde antérieure aux lignes de commande n a pas de
      * lignescmd.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF flcsaCR = 35 THEN
            OPEN OUTPUT flignescmdSauv
            CLOSE flignescmdSauv
            OPEN INPUT flignescmdSauv
        END-IF
        IF flcsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "lignescmd.bak" " statut "
                flcsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ flignescmdSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE lcmdSauv_tamp TO lcmd_tamp
                        WRITE lcmd_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE flignescmd
        CLOSE flignescmdSauv
        DISPLAY cptSauv " lignes de commande restaurées"

        OPEN OUTPUT fnaissances
        IF fnaisCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "naissances.dat" " statut "
                fnaisCR
            STOP RUN
        END-IF
        OPEN INPUT fnaissancesSauv
      * Une sauvegarde antérieure au registre des naissances n a pas
      * de naissances.bak : on repart alors d un registre vide au
      * lieu d interrompre la restauration.
        IF fnasaCR = 35 THEN
            OPEN OUTPUT fnaissancesSauv
            CLOSE fnaissancesSauv
            OPEN INPUT fnaissancesSauv
        END-IF
        IF fnasaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "naissances.bak" " statut "
                fnasaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fnaissancesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE naisSauv_tamp TO nais_tamp
                        WRITE nais_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fnaissances
        CLOSE fnaissancesSauv
        DISPLAY cptSauv " naissances restaurées"

        OPEN OUTPUT fplans
        IF fplanCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "plans.dat" " statut " fplanCR
            STOP RUN
        END-IF
        OPEN INPUT fplansSauv
      * Une sauvegarde antérieure aux plans de traitement n a pas de
      * plans.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF fplsaCR = 35 THEN
            OPEN OUTPUT fplansSauv
            CLOSE fplansSauv
            OPEN INPUT fplansSauv
        END-IF
        IF fplsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "plans.bak" " statut " fplsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fplansSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE planSauv_tamp TO plan_tamp
                        WRITE plan_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fplans
        CLOSE fplansSauv
        DISPLAY cptSauv " plans de traitement restaurés"

        OPEN OUTPUT fdoses
        IF fdoseCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "doses.dat" " statut " fdoseCR
            STOP RUN
        END-IF
        OPEN INPUT fdosesSauv
      * Une sauvegarde antérieure aux doses n a pas de doses.bak :
      * on repart alors d un registre vide au lieu d interrompre la
      * restauration.
        IF fdosaCR = 35 THEN
            OPEN OUTPUT fdosesSauv
            CLOSE fdosesSauv
            OPEN INPUT fdosesSauv
        END-IF
        IF fdosaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "doses.bak" " statut " fdosaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fdosesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE doseSauv_tamp TO dose_tamp
                        WRITE dose_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fdoses
        CLOSE fdosesSauv
        DISPLAY cptSauv " doses restaurées"

        OPEN OUTPUT ftarifs
        IF ftariCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "tarifs.dat" " statut " ftariCR
            STOP RUN
        END-IF
        OPEN INPUT ftarifsSauv
      * Une sauvegarde antérieure aux tarifs n a pas de tarifs.bak :
      * on repart alors d une grille vide au lieu d interrompre la
      * restauration.
        IF ftasaCR = 35 THEN
            OPEN OUTPUT ftarifsSauv
            CLOSE ftarifsSauv
            OPEN INPUT ftarifsSauv
        END-IF
        IF ftasaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "tarifs.bak" " statut " ftasaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ ftarifsSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE tariSauv_tamp TO tari_tamp
                        WRITE tari_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE ftarifs
        CLOSE ftarifsSauv
        DISPLAY cptSauv " tarifs restaurés"

        OPEN OUTPUT ftaches
        IF ftachCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "tachesprev.dat" " statut "
                ftachCR
            STOP RUN
        END-IF
        OPEN INPUT ftachesSauv
      * Une sauvegarde antérieure aux tâches préventives n a pas de
      * tachesprev.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF ftcsaCR = 35 THEN
            OPEN OUTPUT ftachesSauv
            CLOSE ftachesSauv
            OPEN INPUT ftachesSauv
        END-IF
        IF ftcsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "tachesprev.bak" " statut "
                ftcsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ ftachesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE tachSauv_tamp TO tach_tamp
                        WRITE tach_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE ftaches
        CLOSE ftachesSauv
        DISPLAY cptSauv " tâches préventives restaurées"

        OPEN OUTPUT fcompteurs
        IF fcptCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "compteurs.dat" " statut "
                fcptCR
            STOP RUN
        END-IF
        OPEN INPUT fcompteursSauv
      * Une sauvegarde antérieure aux compteurs n a pas de
      * compteurs.bak : on repart alors de compteurs vides (ils
      * seront réamorcés depuis les clés existantes) au lieu
      * d interrompre la restauration.
        IF fcpsaCR = 35 THEN
            OPEN OUTPUT fcompteursSauv
            CLOSE fcompteursSauv
            OPEN INPUT fcompteursSauv
        END-IF
        IF fcpsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "compteurs.bak" " statut "
                fcpsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fcompteursSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE cptSauv_tamp TO cpt_tamp
                        WRITE cpt_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fcompteurs
        CLOSE fcompteursSauv
        DISPLAY cptSauv " compteurs restaurés"

        OPEN OUTPUT fincidents
        IF finciCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "incidents.dat" " statut "
                finciCR
            STOP RUN
        END-IF
        OPEN INPUT fincidentsSauv
      * Une sauvegarde antérieure au registre des incidents n a pas
      * d incidents.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF ficsaCR = 35 THEN
            OPEN OUTPUT fincidentsSauv
            CLOSE fincidentsSauv
            OPEN INPUT fincidentsSauv
        END-IF
        IF ficsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "incidents.bak" " statut "
                ficsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fincidentsSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE inciSauv_tamp TO inci_tamp
                        WRITE inci_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fincidents
        CLOSE fincidentsSauv
        DISPLAY cptSauv " incidents restaurés"

        OPEN OUTPUT fprets
        IF fpretCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "prets.dat" " statut "
                fpretCR
            STOP RUN
        END-IF
        OPEN INPUT fpretsSauv
      * Une sauvegarde antérieure au registre des prêts n a pas de
      * prets.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF fprsaCR = 35 THEN
            OPEN OUTPUT fpretsSauv
            CLOSE fpretsSauv
            OPEN INPUT fpretsSauv
        END-IF
        IF fprsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "prets.bak" " statut "
                fprsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fpretsSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE pretSauv_tamp TO pret_tamp
                        WRITE pret_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fprets
        CLOSE fpretsSauv
        DISPLAY cptSauv " contrats de prêt restaurés"

        OPEN OUTPUT fdeces
        IF fdeceCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "deces.dat" " statut "
                fdeceCR
            STOP RUN
        END-IF
        OPEN INPUT fdecesSauv
      * Une sauvegarde antérieure au registre de mortalité n a pas de
      * deces.bak : on repart alors d un registre vide au lieu
      * d interrompre la restauration.
        IF fdcsaCR = 35 THEN
            OPEN OUTPUT fdecesSauv
            CLOSE fdecesSauv
            OPEN INPUT fdecesSauv
        END-IF
        IF fdcsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "deces.bak" " statut "
                fdcsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fdecesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE deceSauv_tamp TO dece_tamp
                        WRITE dece_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fdeces
        CLOSE fdecesSauv
        DISPLAY cptSauv " fiches de décès restaurées"

        OPEN OUTPUT fqualifs
        IF fqualCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "qualifications.dat" " statut "
                fqualCR
            STOP RUN
        END-IF
        OPEN INPUT fqualifsSauv
      * Une sauvegarde antérieure au suivi des qualifications n a pas
      * de qualifications.bak : on repart d un fichier vide.
        IF fqlsaCR = 35 THEN
            OPEN OUTPUT fqualifsSauv
            CLOSE fqualifsSauv
            OPEN INPUT fqualifsSauv
        END-IF
        IF fqlsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "qualifications.bak" " statut "
                fqlsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fqualifsSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE qualSauv_tamp TO qual_tamp
                        WRITE qual_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fqualifs
        CLOSE fqualifsSauv
        DISPLAY cptSauv " qualifications d employés restaurées"

        OPEN OUTPUT fqualreq
        IF fqreqCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "qualifs_requises.dat" " statut "
                fqreqCR
            STOP RUN
        END-IF
        OPEN INPUT fqualreqSauv
      * Idem pour qualifs_requises.bak.
        IF fqrsaCR = 35 THEN
            OPEN OUTPUT fqualreqSauv
            CLOSE fqualreqSauv
            OPEN INPUT fqualreqSauv
        END-IF
        IF fqrsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "qualifs_requises.bak" " statut "
                fqrsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fqualreqSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE qreqSauv_tamp TO qreq_tamp
                        WRITE qreq_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fqualreq
        CLOSE fqualreqSauv
        DISPLAY cptSauv " qualifications requises restaurées"

        OPEN OUTPUT fpharmacie
        IF fpharCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "pharmacie.dat" " statut "
                fpharCR
            STOP RUN
        END-IF
        OPEN INPUT fpharmacieSauv
      * Une sauvegarde antérieure à la pharmacie n a pas de
      * pharmacie.bak : on repart d un stock vide.
        IF fphsaCR = 35 THEN
            OPEN OUTPUT fpharmacieSauv
            CLOSE fpharmacieSauv
            OPEN INPUT fpharmacieSauv
        END-IF
        IF fphsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "pharmacie.bak" " statut "
                fphsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fpharmacieSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE pharSauv_tamp TO phar_tamp
                        WRITE phar_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fpharmacie
        CLOSE fpharmacieSauv
        DISPLAY cptSauv " lots de pharmacie restaurés"

        OPEN OUTPUT fsortiesPharma
        IF fsortCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "sorties_pharmacie.dat" " statut "
                fsortCR
            STOP RUN
        END-IF
        OPEN INPUT fsortiesPharmaSauv
      * Idem pour sorties_pharmacie.bak.
        IF fsosaCR = 35 THEN
            OPEN OUTPUT fsortiesPharmaSauv
            CLOSE fsortiesPharmaSauv
            OPEN INPUT fsortiesPharmaSauv
        END-IF
        IF fsosaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "sorties_pharmacie.bak" " statut "
                fsosaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fsortiesPharmaSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE sortSauv_tamp TO sort_tamp
                        WRITE sort_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fsortiesPharma
        CLOSE fsortiesPharmaSauv
        DISPLAY cptSauv " sorties de pharmacie restaurées"

        OPEN OUTPUT freleves
        IF freleCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "releves.dat" " statut "
                freleCR
            STOP RUN
        END-IF
        OPEN INPUT frelevesSauv
      * Une sauvegarde antérieure au suivi d ambiance n a pas de
      * releves.bak : on repart d un fichier vide.
        IF frlsaCR = 35 THEN
            OPEN OUTPUT frelevesSauv
            CLOSE frelevesSauv
            OPEN INPUT frelevesSauv
        END-IF
        IF frlsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "releves.bak" " statut "
                frlsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ frelevesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE releSauv_tamp TO rele_tamp
      * Un relevé sauvegardé avant les températures signées (34
      * caractères) est converti
                        IF releSauv_tamp(35:2) = SPACES THEN
                            PERFORM CONVERTIR_RELEVE_SANS_SIGNE
                        END-IF
                        WRITE rele_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE freleves
        CLOSE frelevesSauv
        DISPLAY cptSauv " relevés d ambiance restaurés"

        OPEN OUTPUT factivites
        IF factiCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "activites.dat" " statut "
                factiCR
            STOP RUN
        END-IF
        OPEN INPUT factivitesSauv
      * Une sauvegarde antérieure au programme d enrichissement n a
      * pas de activites.bak : on repart d un catalogue vide.
        IF facsaCR = 35 THEN
            OPEN OUTPUT factivitesSauv
            CLOSE factivitesSauv
            OPEN INPUT factivitesSauv
        END-IF
        IF facsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "activites.bak" " statut "
                facsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ factivitesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE actiSauv_tamp TO acti_tamp
                        WRITE acti_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE factivites
        CLOSE factivitesSauv
        DISPLAY cptSauv " activités d enrichissement restaurées"

        OPEN OUTPUT fobjectifs
        IF fobjeCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "objectifs_enrichissement.dat"
                " statut " fobjeCR
            STOP RUN
        END-IF
        OPEN INPUT fobjectifsSauv
      * Idem pour objectifs_enrichissement.bak.
        IF foesaCR = 35 THEN
            OPEN OUTPUT fobjectifsSauv
            CLOSE fobjectifsSauv
            OPEN INPUT fobjectifsSauv
        END-IF
        IF foesaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "objectifs_enrichissement.bak"
                " statut " foesaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fobjectifsSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE objeSauv_tamp TO obje_tamp
      * Un objectif sauvegardé avant les objectifs par activité (33
      * caractères) vaut pour toutes les activités de l espèce
                        IF objeSauv_tamp(41:3) = SPACES THEN
                            MOVE objeSauv_tamp(31:3)
                                TO foe_seancesParMois
                            MOVE SPACES TO foe_codeActivite
                        END-IF
                        WRITE obje_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fobjectifs
        CLOSE fobjectifsSauv
        DISPLAY cptSauv " objectifs d enrichissement restaurés"

        OPEN OUTPUT fseances
        IF fseanCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "seances_enrichissement.dat"
                " statut " fseanCR
            STOP RUN
        END-IF
        OPEN INPUT fseancesSauv
      * Idem pour seances_enrichissement.bak.
        IF fsesaCR = 35 THEN
            OPEN OUTPUT fseancesSauv
            CLOSE fseancesSauv
            OPEN INPUT fseancesSauv
        END-IF
        IF fsesaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "seances_enrichissement.bak"
                " statut " fsesaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fseancesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE seanSauv_tamp TO sean_tamp
                        WRITE sean_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fseances
        CLOSE fseancesSauv
        DISPLAY cptSauv " séances d enrichissement restaurées"

        OPEN OUTPUT fcloture
        IF fclojCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "cloture.dat" " statut "
                fclojCR
            STOP RUN
        END-IF
        OPEN INPUT fclotureSauv
      * Une sauvegarde antérieure au pointage de la clôture n a pas
      * de cloture.bak : on repart d un historique vide.
        IF fclsaCR = 35 THEN
            OPEN OUTPUT fclotureSauv
            CLOSE fclotureSauv
            OPEN INPUT fclotureSauv
        END-IF
        IF fclsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "cloture.bak" " statut "
                fclsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fclotureSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE clojSauv_tamp TO cloj_tamp
                        WRITE cloj_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fcloture
        CLOSE fclotureSauv
        DISPLAY cptSauv " étapes de clôture restaurées"

        OPEN OUTPUT fperiodes
        IF fperiCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "periodes.dat" " statut "
                fperiCR
            STOP RUN
        END-IF
        OPEN INPUT fperiodesSauv
      * Une sauvegarde antérieure à la clôture mensuelle n a pas de
      * periodes.bak : aucun mois clôturé.
        IF fpesaCR = 35 THEN
            OPEN OUTPUT fperiodesSauv
            CLOSE fperiodesSauv
            OPEN INPUT fperiodesSauv
        END-IF
        IF fpesaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "periodes.bak" " statut "
                fpesaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fperiodesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE periSauv_tamp TO peri_tamp
                        WRITE peri_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fperiodes
        CLOSE fperiodesSauv
        DISPLAY cptSauv " mois clôturés restaurés"

        OPEN OUTPUT freservations
        IF freseCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "reservations.dat" " statut "
                freseCR
            STOP RUN
        END-IF
        OPEN INPUT freservationsSauv
      * Une sauvegarde antérieure aux réservations de groupes n a pas
      * de reservations.bak ni de creneaux.bak : fichiers vides.
        IF frssaCR = 35 THEN
            OPEN OUTPUT freservationsSauv
            CLOSE freservationsSauv
            OPEN INPUT freservationsSauv
        END-IF
        IF frssaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "reservations.bak" " statut "
                frssaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ freservationsSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE reseSauv_tamp TO rese_tamp
                        WRITE rese_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE freservations
        CLOSE freservationsSauv
        DISPLAY cptSauv " réservations de groupes restaurées"

        OPEN OUTPUT fcreneaux
        IF fcreCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "creneaux.dat" " statut "
                fcreCR
            STOP RUN
        END-IF
        OPEN INPUT fcreneauxSauv
      * Idem pour creneaux.bak.
        IF fcnsaCR = 35 THEN
            OPEN OUTPUT fcreneauxSauv
            CLOSE fcreneauxSauv
            OPEN INPUT fcreneauxSauv
        END-IF
        IF fcnsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "creneaux.bak" " statut "
                fcnsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fcreneauxSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE crenSauv_tamp TO cren_tamp
                        WRITE cren_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fcreneaux
        CLOSE fcreneauxSauv
        DISPLAY cptSauv " créneaux de groupes restaurés"

        OPEN OUTPUT fbudget
        IF fbudgCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "budget.dat" " statut "
                fbudgCR
            STOP RUN
        END-IF
        OPEN INPUT fbudgetSauv
      * Une sauvegarde antérieure au suivi budgétaire n a pas de
      * budget.bak : on repart d un budget vide.
        IF fbusaCR = 35 THEN
            OPEN OUTPUT fbudgetSauv
            CLOSE fbudgetSauv
            OPEN INPUT fbudgetSauv
        END-IF
        IF fbusaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "budget.bak" " statut "
                fbusaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fbudgetSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE budgSauv_tamp TO budg_tamp
                        WRITE budg_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE fbudget
        CLOSE fbudgetSauv
        DISPLAY cptSauv " lignes de budget restaurées"

        OPEN OUTPUT falertes
        IF falerCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "alertes.dat" " statut "
                falerCR
            STOP RUN
        END-IF
        OPEN INPUT falertesSauv
      * Une sauvegarde antérieure aux alertes n a pas d alertes.bak :
      * on repart d un registre d alertes vide.
        IF falsaCR = 35 THEN
            OPEN OUTPUT falertesSauv
            CLOSE falertesSauv
            OPEN INPUT falertesSauv
        END-IF
        IF falsaCR NOT = 0 THEN
            DISPLAY "ERREUR FATALE " "alertes.bak" " statut "
                falsaCR
            STOP RUN
        END-IF
        MOVE 0 TO fdf
        MOVE 0 TO cptSauv
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ falertesSauv NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE alerSauv_tamp TO aler_tamp
                        WRITE aler_tamp
                        ADD 1 TO cptSauv
                END-READ
        END-PERFORM
        CLOSE falertes
        CLOSE falertesSauv
        DISPLAY cptSauv " alertes restaurées"
        DISPLAY "Restauration terminée".


      ******************************************************************
      * Clôture de fin de journée, lancée par cron avec le paramètre
      * CLOTURE : produit sans aucune saisie le rapport des tournées
      * de nourrissage (rapport_repas.txt), le rapport des rappels de
      * vaccin (rapport_vaccins.txt) et la rotation du lendemain
      * (rapport_rota.txt), à partir de la date système.
      * Chaque étape est pointée dans cloture.dat (début, fin, statut,
      * nombre de lignes produites). Une relance le même jour saute
      * les étapes TERMINE et reprend à la première étape en échec ou
      * restée EN_COURS ; la clôture s arrête à la première étape en
      * échec et rend alors un RETURN-CODE 8 au planificateur.
        CLOTURE_JOUR.
        PERFORM VERIFIER_FICHIERS
        MOVE FUNCTION CURRENT-DATE(1:8) TO wDateCloture
        MOVE 0 TO clotureEchec
        MOVE 0 TO wEtapeEchec
        OPEN I-O fcloture
        PERFORM VARYING wEtapeCloture FROM 1 BY 1
        UNTIL wEtapeCloture > nbEtapesCloture OR clotureEchec = 1
            PERFORM CLOTURE_ETAPE
        END-PERFORM
        CLOSE fcloture
        IF clotureEchec = 1 THEN
            MOVE 8 TO RETURN-CODE
            MOVE wEtapeEchec TO wEtapeCloture
            PERFORM CLOTURE_NOM_ETAPE
            DISPLAY "ECHEC de la clôture à l étape " wEtapeEchec
                " " wNomEtape
            DISPLAY "Une relance reprendra à cette étape"
        ELSE
            DISPLAY "Clôture de fin de journée terminée"
        END-IF.

      ******************************************************************
      * Exécute l étape wEtapeCloture de la clôture du jour
      * wDateCloture, sauf si elle est déjà TERMINE dans cloture.dat.
      * L étape est pointée EN_COURS avant d être lancée : un arrêt
      * brutal laisse ce statut et la relance la reprend.
      * fcloture est supposé ouvert en I-O par CLOTURE_JOUR.
        CLOTURE_ETAPE.
        PERFORM CLOTURE_NOM_ETAPE
        MOVE wDateCloture TO fcj_dateCloture
        MOVE wEtapeCloture TO fcj_etape
        MOVE 0 TO etapeConnue
        READ fcloture
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 1 TO etapeConnue
        END-READ
        IF etapeConnue = 1 AND fcj_statut = "TERMINE" THEN
            DISPLAY "Etape " wEtapeCloture " " wNomEtape
                " déjà terminée, ignorée"
        ELSE
            IF etapeConnue = 0 THEN
                MOVE wDateCloture TO fcj_dateCloture
                MOVE wEtapeCloture TO fcj_etape
                MOVE 0 TO fcj_tentatives
            END-IF
            MOVE wNomEtape TO fcj_nomEtape
            MOVE FUNCTION CURRENT-DATE(1:14) TO fcj_debut
            MOVE 0 TO fcj_fin
            MOVE "EN_COURS" TO fcj_statut
            MOVE 0 TO fcj_compte
            ADD 1 TO fcj_tentatives
            IF etapeConnue = 0 THEN
                WRITE cloj_tamp
                END-WRITE
            ELSE
                REWRITE cloj_tamp
                END-REWRITE
            END-IF

            PERFORM CLOTURE_EXECUTER_ETAPE

            MOVE wDateCloture TO fcj_dateCloture
            MOVE wEtapeCloture TO fcj_etape
            READ fcloture
                INVALID KEY CONTINUE
            END-READ
            MOVE FUNCTION CURRENT-DATE(1:14) TO fcj_fin
            MOVE wCompteEtape TO fcj_compte
            IF wCREtape = 0 THEN
                MOVE "TERMINE" TO fcj_statut
            ELSE
                MOVE "ECHEC" TO fcj_statut
                MOVE 1 TO clotureEchec
                MOVE wEtapeCloture TO wEtapeEchec
            END-IF
            REWRITE cloj_tamp
            END-REWRITE
        END-IF.

      ******************************************************************
      * Lance l étape wEtapeCloture ; rend dans wCompteEtape le nombre
      * de lignes du rapport produit et dans wCREtape le statut final
      * du fichier écrit (différent de 0 si le rapport n a pas pu être
      * écrit) ou, à défaut, celui d un fichier lu par l étape.
      * Chaque étape travaille sur la date de la clôture wDateCloture,
      * quelle que soit l étape par laquelle une relance reprend.
        CLOTURE_EXECUTER_ETAPE.
        MOVE 0 TO wCompteEtape
        MOVE 0 TO wCREtape
        MOVE wDateCloture TO wDateCle
        EVALUATE wEtapeCloture
            WHEN 1
                PERFORM ANIMAUX_BESOIN_REPAS
                MOVE TB-COUNT TO wCompteEtape
                MOVE fraprCR TO wCREtape
                MOVE fanimCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE frepaCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
            WHEN 2
                PERFORM ANIMAUX_VACCIN_A_FAIRE
                MOVE TV-COUNT TO wCompteEtape
                MOVE fravaCR TO wCREtape
                MOVE fanimCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE fspecCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
            WHEN 3
                PERFORM IMPRIMER_ROTA_DEMAIN
                MOVE cptRotaDemain TO wCompteEtape
                MOVE fraroCR TO wCREtape
                MOVE frotaCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE femplCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
            WHEN 4
                PERFORM RAPPORT_STOCK_A_COMMANDER
                MOVE cptStockBas TO wCompteEtape
                MOVE frastCR TO wCREtape
                MOVE fstocCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
            WHEN 5
      * Feuille de tournée par soigneur pour la journée de la clôture
                PERFORM FEUILLE_TOURNEE_ECRIRE
                MOVE cptFeuille TO wCompteEtape
                MOVE ffeuiCR TO wCREtape
                MOVE fanimCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE frepaCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE frotaCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE femplCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
            WHEN 6
      * Liste des traitements à administrer ce jour, à côté des
      * tournées de nourrissage
      * (une prise non pointée à la clôture est une dose manquée)
                MOVE 1 TO alerteDosesManquees
                PERFORM RAPPORT_TRAITEMENTS_DUS
                MOVE 0 TO alerteDosesManquees
                MOVE cptTraitements TO wCompteEtape
                MOVE fratrCR TO wCREtape
                MOVE fplanCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE fdoseCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE fanimCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE falerCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
            WHEN 7
      * Checklist des tâches préventives d entretien dues ce jour
                PERFORM CHECKLIST_PREVENTIVE
                MOVE cptTaches TO wCompteEtape
                MOVE fchklCR TO wCREtape
                MOVE ftachCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE frotaCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE femplCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE finteCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
            WHEN 8
      * Lots de la pharmacie périmés ou proches de la péremption
                PERFORM RAPPORT_PEREMPTION_PHARMACIE
                COMPUTE wCompteEtape = cptLotsPerimes + cptLotsEcheance
                MOVE frphaCR TO wCREtape
                MOVE fpharCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
            WHEN 9
      * Alertes critiques encore en cours et renvoi des alertes non
      * acquittées à l astreinte
                PERFORM ALERTES_BALAYER
                COMPUTE wCompteEtape = cptAlertesLevees
                    + cptAlertesRenvoyees
                MOVE wAlCRSortie TO wCREtape
                MOVE falerCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE finteCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE finciCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE fanimCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE fstocCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
                MOVE frotaCR TO wCRControle
                PERFORM CLOTURE_CONTROLER_CR
        END-EVALUATE.

      ******************************************************************
      * Reporte dans wCREtape le statut wCRControle d un fichier lu
      * par l étape, s il n y a pas déjà d erreur. Chaque fichier est
      * refermé en fin d étape : un statut non nul à ce moment signale
      * une ouverture en échec (fermeture d un fichier non ouvert) ou
      * une fermeture en échec.
        CLOTURE_CONTROLER_CR.
        IF wCREtape = 0 AND wCRControle NOT = 0 THEN
            MOVE wCRControle TO wCREtape
        END-IF.

      ******************************************************************
        CLOTURE_NOM_ETAPE.
        EVALUATE wEtapeCloture
            WHEN 1 MOVE "ANIMAUX_BESOIN_REPAS" TO wNomEtape
            WHEN 2 MOVE "ANIMAUX_VACCIN_A_FAIRE" TO wNomEtape
            WHEN 3 MOVE "IMPRIMER_ROTA_DEMAIN" TO wNomEtape
            WHEN 4 MOVE "RAPPORT_STOCK_A_COMMANDER" TO wNomEtape
            WHEN 5 MOVE "FEUILLE_TOURNEE_ECRIRE" TO wNomEtape
            WHEN 6 MOVE "RAPPORT_TRAITEMENTS_DUS" TO wNomEtape
            WHEN 7 MOVE "CHECKLIST_PREVENTIVE" TO wNomEtape
            WHEN 8 MOVE "RAPPORT_PEREMPTION_PHARMACIE" TO wNomEtape
            WHEN 9 MOVE "ALERTES_BALAYER" TO wNomEtape
            WHEN OTHER MOVE SPACES TO wNomEtape
        END-EVALUATE.

      ******************************************************************
      * Historique des 30 dernières clôtures de fin de journée, la
      * plus récente en tête, puis détail par étape d une clôture.
        HISTORIQUE_CLOTURES.
        MOVE 0 TO TCL-COUNT
        OPEN INPUT fcloture
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fcloture NEXT
                AT END MOVE 1 TO fdf
                NOT AT END PERFORM HISTORIQUE_CUMULER
            END-READ
        END-PERFORM
        CLOSE fcloture

        IF TCL-COUNT = 0 THEN
            DISPLAY "Aucune clôture enregistrée"
        ELSE
            DISPLAY "=== 30 dernières clôtures ==="
            PERFORM VARYING TCL-I FROM TCL-COUNT BY -1 UNTIL TCL-I < 1
                EVALUATE TRUE
                    WHEN TCL-NB-ECHEC(TCL-I) > 0
                        MOVE "ECHEC" TO wStatutCloture
                    WHEN TCL-NB-ENCOURS(TCL-I) > 0
                        MOVE "INTERROMPUE" TO wStatutCloture
                    WHEN TCL-NB-TERMINE(TCL-I) >= nbEtapesCloture
                        MOVE "TERMINEE" TO wStatutCloture
                    WHEN OTHER
                        MOVE "INCOMPLETE" TO wStatutCloture
                END-EVALUATE
                MOVE SPACES TO phraseCloture
                STRING TCL-DATE(TCL-I)(7:2) "/" TCL-DATE(TCL-I)(5:2)
                    "/" TCL-DATE(TCL-I)(1:4) " début "
                    TCL-DEBUT(TCL-I)(9:2) ":" TCL-DEBUT(TCL-I)(11:2)
                    " fin " TCL-FIN(TCL-I)(9:2) ":"
                    TCL-FIN(TCL-I)(11:2) " " TCL-NB-TERMINE(TCL-I)
                    "/" nbEtapesCloture " étapes " wStatutCloture
                    " (" TCL-TENTATIVES(TCL-I) " tentative(s))"
                    INTO phraseCloture
                DISPLAY phraseCloture
            END-PERFORM
            DISPLAY "Date d une clôture à détailler (AAAAMMJJ,"
            DISPLAY "0 pour aucune) ?"
            ACCEPT wDateCloture
            IF wDateCloture > 0 THEN
                PERFORM DETAIL_CLOTURE
            END-IF
        END-IF.

      ******************************************************************
      * Cumule l étape lue (cloj_tamp) dans TAB-CLOTURE, qui garde les
      * 30 dernières dates de clôture : à la 31e, la plus ancienne est
      * retirée en tête de table.
        HISTORIQUE_CUMULER.
        IF TCL-COUNT = 0 THEN
            MOVE 1 TO TCL-COUNT
            PERFORM HISTORIQUE_NOUVELLE_DATE
        ELSE
            IF fcj_dateCloture NOT = TCL-DATE(TCL-COUNT) THEN
                IF TCL-COUNT < 30 THEN
                    ADD 1 TO TCL-COUNT
                ELSE
                    PERFORM VARYING TCL-I FROM 1 BY 1 UNTIL TCL-I >= 30
                        MOVE TCL-ENTREE(TCL-I + 1) TO TCL-ENTREE(TCL-I)
                    END-PERFORM
                END-IF
                PERFORM HISTORIQUE_NOUVELLE_DATE
            END-IF
        END-IF
        EVALUATE fcj_statut
            WHEN "TERMINE" ADD 1 TO TCL-NB-TERMINE(TCL-COUNT)
            WHEN "ECHEC" ADD 1 TO TCL-NB-ECHEC(TCL-COUNT)
            WHEN OTHER ADD 1 TO TCL-NB-ENCOURS(TCL-COUNT)
        END-EVALUATE
        IF fcj_debut < TCL-DEBUT(TCL-COUNT) THEN
            MOVE fcj_debut TO TCL-DEBUT(TCL-COUNT)
        END-IF
        IF fcj_fin > TCL-FIN(TCL-COUNT) THEN
            MOVE fcj_fin TO TCL-FIN(TCL-COUNT)
        END-IF
        IF fcj_tentatives > TCL-TENTATIVES(TCL-COUNT) THEN
            MOVE fcj_tentatives TO TCL-TENTATIVES(TCL-COUNT)
        END-IF.

      ******************************************************************
        HISTORIQUE_NOUVELLE_DATE.
        MOVE fcj_dateCloture TO TCL-DATE(TCL-COUNT)
        MOVE 0 TO TCL-NB-TERMINE(TCL-COUNT)
        MOVE 0 TO TCL-NB-ECHEC(TCL-COUNT)
        MOVE 0 TO TCL-NB-ENCOURS(TCL-COUNT)
        MOVE fcj_debut TO TCL-DEBUT(TCL-COUNT)
        MOVE fcj_fin TO TCL-FIN(TCL-COUNT)
        MOVE fcj_tentatives TO TCL-TENTATIVES(TCL-COUNT).

      ******************************************************************
      * Détail par étape de la clôture du jour wDateCloture
        DETAIL_CLOTURE.
        OPEN INPUT fcloture
        MOVE wDateCloture TO fcj_dateCloture
        MOVE 0 TO fcj_etape
        MOVE 0 TO fdf
        MOVE 0 TO etapeConnue
        START fcloture KEY IS >= fcj_cle
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fcloture NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fcj_dateCloture NOT = wDateCloture THEN
                        MOVE 1 TO fdf
                    ELSE
                        MOVE 1 TO etapeConnue
                        MOVE SPACES TO phraseCloture
                        STRING "Etape " fcj_etape " " fcj_nomEtape
                            " " fcj_statut " début "
                            fcj_debut(9:2) ":" fcj_debut(11:2) ":"
                            fcj_debut(13:2) " fin " fcj_fin(9:2) ":"
                            fcj_fin(11:2) ":" fcj_fin(13:2) ", "
                            fcj_compte " ligne(s), " fcj_tentatives
                            " tentative(s)" INTO phraseCloture
                        DISPLAY phraseCloture
                    END-IF
            END-READ
        END-PERFORM
        IF etapeConnue = 0 THEN
            DISPLAY "Aucune clôture à cette date"
        END-IF
        CLOSE fcloture.

      ******************************************************************
      * Clôture mensuelle : une fois les chiffres du mois transmis à
      * la comptabilité (coût des repas, marge, caisse), le mois est
      * clôturé et plus aucun repas, soin, dose ni fréquentation daté
      * de ce mois ne peut être ajouté, modifié ou supprimé. Seul un
      * ADMIN peut clôturer ou rouvrir un mois, la réouverture étant
      * motivée dans audit.txt.
        MENU_PERIODES.
        DISPLAY "=== Clôture mensuelle ==="
        DISPLAY "1 = Clôturer un mois"
        DISPLAY "2 = Rouvrir un mois clôturé"
        DISPLAY "3 = Afficher les mois clôturés"
        DISPLAY "0 = Retour"
        ACCEPT choix
        EVALUATE choix
                  WHEN "1"
                        PERFORM CLOTURER_MOIS
                  WHEN "2"
                        PERFORM ROUVRIR_MOIS
                  WHEN "3"
                        PERFORM AFFICHER_PERIODES
                  WHEN "0"
                        CONTINUE
                  WHEN OTHER
                        DISPLAY "Commande non comprise " choix
        END-EVALUATE.

      ******************************************************************
      * Demande le mois concerné, laissé dans wMoisPeriode (AAAAMM)
        DEMANDER_MOIS_PERIODE.
        PERFORM WITH TEST AFTER UNTIL annee > 1900 AND annee < 2100
            DISPLAY "Quelle est l année ?"
            ACCEPT annee
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL mois > 0 AND mois < 13
            DISPLAY "Quel est le mois ?"
            ACCEPT mois
        END-PERFORM
        COMPUTE wMoisPeriode = annee * 100 + mois.

      ******************************************************************
      * Un mois ne se clôture qu une fois terminé.
        CLOTURER_MOIS.
        IF FUNCTION UPPER-CASE(wRoleCourant) NOT = "ADMIN" THEN
            DISPLAY "Reserve aux employes ADMIN"
        ELSE
            PERFORM DEMANDER_MOIS_PERIODE
            MOVE FUNCTION CURRENT-DATE(1:6) TO wMoisCourant
            IF wMoisPeriode >= wMoisCourant THEN
                DISPLAY "Ce mois n est pas terminé"
            ELSE
                OPEN I-O fperiodes
                MOVE wMoisPeriode TO fpc_mois
                READ fperiodes
                    INVALID KEY
                        MOVE "CLOS" TO fpc_statut
                        MOVE FUNCTION CURRENT-DATE(1:8) TO fpc_dateMaj
                        MOVE wUtilisateurCourant TO fpc_numEmp
                        WRITE peri_tamp
                        END-WRITE
                        MOVE 1 TO moisClos
                    NOT INVALID KEY
                        IF fpc_statut = "CLOS" THEN
                            DISPLAY "Ce mois est déjà clôturé"
                            MOVE 0 TO moisClos
                        ELSE
                            MOVE "CLOS" TO fpc_statut
                            MOVE FUNCTION CURRENT-DATE(1:8)
                                TO fpc_dateMaj
                            MOVE wUtilisateurCourant TO fpc_numEmp
                            REWRITE peri_tamp
                            END-REWRITE
                            MOVE 1 TO moisClos
                        END-IF
                END-READ
                CLOSE fperiodes
                IF moisClos = 1 THEN
                    MOVE "PERIODES" TO wAuditFichier
                    MOVE "CLOTURE" TO wAuditOperation
                    MOVE wMoisPeriode TO wAuditCle
                    MOVE "OUVERT" TO wAuditAvant
                    MOVE "CLOS" TO wAuditApres
                    PERFORM AUDIT_ECRIRE
                    DISPLAY "Mois " mois "/" annee " clôturé"
                END-IF
            END-IF
        END-IF.

      ******************************************************************
      * Réouverture d un mois clôturé : le motif est obligatoire et
      * consigné dans audit.txt.
        ROUVRIR_MOIS.
        IF FUNCTION UPPER-CASE(wRoleCourant) NOT = "ADMIN" THEN
            DISPLAY "Reserve aux employes ADMIN"
        ELSE
            PERFORM DEMANDER_MOIS_PERIODE
            OPEN I-O fperiodes
            MOVE wMoisPeriode TO fpc_mois
            MOVE 0 TO moisClos
            READ fperiodes
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF fpc_statut = "CLOS" THEN
                        MOVE 1 TO moisClos
                    END-IF
            END-READ
            IF moisClos = 0 THEN
                DISPLAY "Ce mois n est pas clôturé"
            ELSE
                MOVE SPACES TO wMotifReouverture
                PERFORM WITH TEST AFTER
                UNTIL wMotifReouverture NOT = SPACES
                    DISPLAY "Motif de la réouverture (obligatoire) ?"
                    ACCEPT wMotifReouverture
                END-PERFORM
                MOVE "OUVERT" TO fpc_statut
                MOVE FUNCTION CURRENT-DATE(1:8) TO fpc_dateMaj
                MOVE wUtilisateurCourant TO fpc_numEmp
                REWRITE peri_tamp
                END-REWRITE
                MOVE "PERIODES" TO wAuditFichier
                MOVE "REOUVERT" TO wAuditOperation
                MOVE wMoisPeriode TO wAuditCle
                MOVE "CLOS" TO wAuditAvant
                MOVE wMotifReouverture TO wAuditApres
                PERFORM AUDIT_ECRIRE
                DISPLAY "Mois " mois "/" annee " rouvert"
            END-IF
            CLOSE fperiodes
        END-IF.

      ******************************************************************
        AFFICHER_PERIODES.
        OPEN INPUT fperiodes
        MOVE 0 TO fdf
        MOVE 0 TO moisClos
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fperiodes NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fpc_statut = "CLOS" THEN
                        MOVE 1 TO moisClos
                        DISPLAY fpc_mois(5:2) "/" fpc_mois(1:4)
                            " clôturé le " fpc_dateMaj(7:2) "/"
                            fpc_dateMaj(5:2) "/" fpc_dateMaj(1:4)
                            " par l employé n°" fpc_numEmp
                    END-IF
            END-READ
        END-PERFORM
        IF moisClos = 0 THEN
            DISPLAY "Aucun mois clôturé"
        END-IF
        CLOSE fperiodes.

      ******************************************************************
      * moisClos = 1 si le mois wMoisPeriode (AAAAMM) est clôturé.
      * fperiodes est ouvert et refermé ici : l appelant ne doit pas
      * l avoir ouvert.
        PERIODE_VERIFIER.
        MOVE 0 TO moisClos
        OPEN INPUT fperiodes
        IF fperiCR = 0 THEN
            MOVE wMoisPeriode TO fpc_mois
            READ fperiodes
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF fpc_statut = "CLOS" THEN
                        MOVE 1 TO moisClos
                    END-IF
            END-READ
            CLOSE fperiodes
        END-IF.

      ******************************************************************
      * DEMANDER_DATE limitée aux mois ouverts : une date dans un mois
      * clôturé est refusée et redemandée.
        DEMANDER_DATE_OUVERTE.
        MOVE 1 TO moisClos
        PERFORM WITH TEST AFTER UNTIL moisClos = 0
            PERFORM DEMANDER_DATE
            COMPUTE wMoisPeriode = annee * 100 + mois
            PERFORM PERIODE_VERIFIER
            IF moisClos = 1 THEN
                DISPLAY "Le mois " mois "/" annee " est clôturé :"
                    " saisir une date d un mois ouvert"
            END-IF
        END-PERFORM.


      ******************************************************************
      * Vérification croisée de la cohérence des fichiers indexés du
      * parc : toute référence orpheline (repas ou soin d un animal ou
      * d un soigneur disparu, animal dans un enclos ou d une espèce
      * inconnue, affectation vers un employé ou un enclos disparu) et
      * tout enclos en surcapacité sont consignés dans
      * rapport_anomalies.txt. Utilisé après une restauration pour
      * prouver que les données sont cohérentes.
        VERIFIER_COHERENCE.
        PERFORM VERIFIER_FICHIERS
        MOVE 0 TO cptAnomalies
        OPEN OUTPUT fanomalies
        MOVE FUNCTION CURRENT-DATE(1:4) TO rapDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO rapDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO rapDateJour
        MOVE SPACES TO rapLigne
        STRING "RAPPORT DES ANOMALIES DU " rapDateJour "/"
            rapDateMois "/" rapDateAnnee INTO rapLigne
        WRITE anom_tamp FROM rapLigne

        PERFORM ANOMALIES_ANIMAUX
        PERFORM ANOMALIES_REPAS
        PERFORM ANOMALIES_SOINS
        PERFORM ANOMALIES_ROTA
        PERFORM ANOMALIES_ENCLOS

        IF cptAnomalies = 0 THEN
            MOVE "Aucune anomalie : les fichiers sont cohérents"
                TO anom_tamp
            WRITE anom_tamp
        END-IF
        CLOSE fanomalies
        DISPLAY "Rapport écrit dans rapport_anomalies.txt ("
            cptAnomalies " anomalie(s))".

      ******************************************************************
      * Ecrit la ligne d anomalie préparée dans phraseAnomalie et
      * compte l anomalie. fanomalies est supposé ouvert en sortie
      * par VERIFIER_COHERENCE.
        ANOMALIE_ECRIRE.
        WRITE anom_tamp FROM phraseAnomalie
        ADD 1 TO cptAnomalies
        MOVE SPACES TO phraseAnomalie.

      ******************************************************************
      * Contrôles sur les animaux : enclos existant, espèce connue de
      * especes.dat et de compat.dat (sinon l animal est ignoré en
      * silence par le rapport des vaccins), dernier repas pointant
      * sur un repas existant.
        ANOMALIES_ANIMAUX.
        OPEN INPUT fanimaux
        OPEN INPUT fenclos
        OPEN INPUT fespeces
        OPEN INPUT fcompat
        OPEN INPUT frepas
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fanimaux NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    MOVE fa_numEnclos TO fe_numE
                    READ fenclos
                        INVALID KEY
                            STRING "ANIMAL n°" fa_numA " ("
                            fa_surnom ") dans l enclos inexistant n°"
                            fa_numEnclos INTO phraseAnomalie
                            PERFORM ANOMALIE_ECRIRE
                        NOT INVALID KEY CONTINUE
                    END-READ
                    MOVE fa_espece TO fsp_espece
                    READ fespeces
                        INVALID KEY
                            STRING "ANIMAL n°" fa_numA " : espèce "
                            fa_espece " absente de especes.dat"
                            INTO phraseAnomalie
                            PERFORM ANOMALIE_ECRIRE
                        NOT INVALID KEY CONTINUE
                    END-READ
                    MOVE fa_espece TO fc_espece
                    READ fcompat
                        INVALID KEY
                            STRING "ANIMAL n°" fa_numA " : espèce "
                            fa_espece " absente de compat.dat"
                            INTO phraseAnomalie
                            PERFORM ANOMALIE_ECRIRE
                        NOT INVALID KEY CONTINUE
                    END-READ
                    IF fa_dernierRepas NOT = 0 THEN
                        MOVE fa_dernierRepas TO fr_numR
                        READ frepas
                            INVALID KEY
                                STRING "ANIMAL n°" fa_numA
                                " : dernier repas n°" fa_dernierRepas
                                " inexistant" INTO phraseAnomalie
                                PERFORM ANOMALIE_ECRIRE
                            NOT INVALID KEY CONTINUE
                        END-READ
                    END-IF
            END-READ
        END-PERFORM
        CLOSE frepas
        CLOSE fcompat
        CLOSE fespeces
        CLOSE fenclos
        CLOSE fanimaux.

      ******************************************************************
      * Contrôles sur les repas : animal et soigneur référencés
      * toujours présents.
        ANOMALIES_REPAS.
        OPEN INPUT frepas
        OPEN INPUT fanimaux
        OPEN INPUT femployes
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ frepas NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    MOVE fr_numAnimal TO fa_numA
                    READ fanimaux
                        INVALID KEY
                            STRING "REPAS n°" fr_numR
                            " : animal inexistant n°" fr_numAnimal
                            INTO phraseAnomalie
                            PERFORM ANOMALIE_ECRIRE
                        NOT INVALID KEY CONTINUE
                    END-READ
                    MOVE fr_numSoigneur TO fem_numEmp
                    READ femployes
                        INVALID KEY
                            STRING "REPAS n°" fr_numR
                            " : soigneur inexistant n°"
                            fr_numSoigneur INTO phraseAnomalie
                            PERFORM ANOMALIE_ECRIRE
                        NOT INVALID KEY CONTINUE
                    END-READ
            END-READ
        END-PERFORM
        CLOSE femployes
        CLOSE fanimaux
        CLOSE frepas.

      ******************************************************************
      * Contrôles sur les soins : animal et soigneur référencés
      * toujours présents.
        ANOMALIES_SOINS.
        OPEN INPUT fsoins
        OPEN INPUT fanimaux
        OPEN INPUT femployes
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fsoins NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    MOVE fs_numA TO fa_numA
                    READ fanimaux
                        INVALID KEY
                            STRING "SOIN n°" fs_numS
                            " : animal inexistant n°" fs_numA
                            INTO phraseAnomalie
                            PERFORM ANOMALIE_ECRIRE
                        NOT INVALID KEY CONTINUE
                    END-READ
                    MOVE fs_numSoigneur TO fem_numEmp
                    READ femployes
                        INVALID KEY
                            STRING "SOIN n°" fs_numS
                            " : soigneur inexistant n°"
                            fs_numSoigneur INTO phraseAnomalie
                            PERFORM ANOMALIE_ECRIRE
                        NOT INVALID KEY CONTINUE
                    END-READ
            END-READ
        END-PERFORM
        CLOSE femployes
        CLOSE fanimaux
        CLOSE fsoins.

      ******************************************************************
      * Contrôles sur la rotation : employé et enclos référencés
      * toujours présents.
        ANOMALIES_ROTA.
        OPEN INPUT frota
        OPEN INPUT femployes
        OPEN INPUT fenclos
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ frota NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    MOVE frt_numEmp TO fem_numEmp
                    READ femployes
                        INVALID KEY
                            STRING "AFFECTATION n°" frt_numAffectation
                            " : employé inexistant n°" frt_numEmp
                            INTO phraseAnomalie
                            PERFORM ANOMALIE_ECRIRE
                        NOT INVALID KEY CONTINUE
                    END-READ
                    MOVE frt_numEnclos TO fe_numE
                    READ fenclos
                        INVALID KEY
                            STRING "AFFECTATION n°" frt_numAffectation
                            " : enclos inexistant n°" frt_numEnclos
                            INTO phraseAnomalie
                            PERFORM ANOMALIE_ECRIRE
                        NOT INVALID KEY CONTINUE
                    END-READ
            END-READ
        END-PERFORM
        CLOSE fenclos
        CLOSE femployes
        CLOSE frota.

      ******************************************************************
      * Contrôles sur les enclos : nombre d occupants supérieur à la
      * capacité déclarée.
        ANOMALIES_ENCLOS.
        OPEN INPUT fenclos
        OPEN INPUT fanimaux
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fenclos NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    MOVE fe_numE TO fa_numEnclos
                    MOVE 0 TO cptOccupe
                    MOVE 0 TO fdfOccup
                    START fanimaux KEY IS = fa_numEnclos
                        INVALID KEY MOVE 1 TO fdfOccup
                    END-START
                    PERFORM WITH TEST BEFORE UNTIL fdfOccup = 1
                        READ fanimaux NEXT
                            AT END MOVE 1 TO fdfOccup
                            NOT AT END
                                IF fa_numEnclos NOT = fe_numE THEN
                                    MOVE 1 TO fdfOccup
                                ELSE
                                    ADD 1 TO cptOccupe
                                END-IF
                        END-READ
                    END-PERFORM
                    IF cptOccupe > fe_capacite THEN
                        STRING "ENCLOS n°" fe_numE " : " cptOccupe
                        " occupants pour une capacité de "
                        fe_capacite INTO phraseAnomalie
                        PERFORM ANOMALIE_ECRIRE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fanimaux
        CLOSE fenclos.


      ******************************************************************
      * Archivage annuel, lancé avec le paramètre ARCHIVAGE : les
      * repas et les soins antérieurs à l année limite demandée sont
      * recopiés dans archive_repas.dat et archive_soins.dat
      * (séquentiels, ouverts en ajout) puis supprimés des fichiers
      * indexés, pour que les parcours complets des rapports restent
      * rapides. Un repas encore référencé par le fa_dernierRepas
      * d un animal n est jamais archivé. Les archives se consultent
      * depuis le menu des soins.
        ARCHIVER_ANCIENS.
        PERFORM VERIFIER_FICHIERS
        MOVE 0 TO wAnneeArchive
        PERFORM WITH TEST AFTER UNTIL wAnneeArchive > 1900
        AND wAnneeArchive < 2100
            DISPLAY "Année limite (tout enregistrement antérieur à"
            DISPLAY "cette année sera archivé) ?"
            ACCEPT wAnneeArchive
        END-PERFORM

      * Table des derniers repas référencés par les animaux. Elle
      * couvre les 999 numéros d animaux possibles ; si elle était
      * malgré tout pleine, on abandonne l archivage AVANT toute
      * suppression plutôt que de purger un repas encore référencé.
        MOVE 0 TO TD-COUNT
        OPEN INPUT fanimaux
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fanimaux NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fa_dernierRepas NOT = 0 THEN
                        IF TD-COUNT < 999 THEN
                            ADD 1 TO TD-COUNT
                            MOVE fa_dernierRepas
                                TO TD-NUMR(TD-COUNT)
                        ELSE
                            DISPLAY "ERREUR FATALE : table des"
                                " derniers repas pleine,"
                                " archivage abandonné"
                            STOP RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fanimaux

      * Archivage des repas antérieurs à l année limite
        MOVE 0 TO cptArchRepas
        MOVE 0 TO cptArchProteges
        OPEN EXTEND farchiveRepas
        IF farcrCR = 35 THEN
            OPEN OUTPUT farchiveRepas
        END-IF
        OPEN I-O frepas
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ frepas NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fr_annee < wAnneeArchive THEN
                        MOVE 0 TO repasReference
                        PERFORM VARYING TD-I FROM 1 BY 1
                        UNTIL TD-I > TD-COUNT
                            IF TD-NUMR(TD-I) = fr_numR THEN
                                MOVE 1 TO repasReference
                            END-IF
                        END-PERFORM
                        IF repasReference = 1 THEN
                            ADD 1 TO cptArchProteges
                        ELSE
                            WRITE archRepas_tamp FROM repa_tamp
                            DELETE frepas RECORD
                            ADD 1 TO cptArchRepas
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE frepas
        CLOSE farchiveRepas

      * Archivage des soins antérieurs à l année limite
        MOVE 0 TO cptArchSoins
        OPEN EXTEND farchiveSoins
        IF farcsCR = 35 THEN
            OPEN OUTPUT farchiveSoins
        END-IF
        OPEN I-O fsoins
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fsoins NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fs_annee < wAnneeArchive THEN
                        WRITE archSoins_tamp FROM soin_tamp
                        DELETE fsoins RECORD
                        ADD 1 TO cptArchSoins
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fsoins
        CLOSE farchiveSoins

        DISPLAY "Archivage avant " wAnneeArchive " terminé :"
        DISPLAY cptArchRepas " repas archivés dans archive_repas.dat"
        DISPLAY cptArchSoins " soins archivés dans archive_soins.dat"
        DISPLAY cptArchProteges " repas conservés car encore"
            " référencés par un animal (fa_dernierRepas)".


      ******************************************************************
        DEMANDER_HEURE.
      * Demande de l'heure
        PERFORM WITH TEST AFTER UNTIL wH <= 23 AND wH >= 0
                DISPLAY 'L heure'
                ACCEPT wH
        END-PERFORM

      * Demande des minutes
        PERFORM WITH TEST AFTER UNTIL wM <= 59 AND wM >= 0
                DISPLAY 'Les minutes'
                ACCEPT wM
        END-PERFORM

      * Calcul de l'heure
        MULTIPLY wH BY 100 GIVING wHeure
        ADD wM TO wHeure GIVING wHeure.


      ******************************************************************
      * Boucle du menu principal. La connexion se fait une seule fois,
      * avant le premier appel (cf PROCEDURE DIVISION) : les retours
      * "0 = Retour" des sous-menus rappellent ce paragraphe pour
      * réafficher MENU_PRINCIPAL, pas pour se reconnecter.
        APPELER_MENU.
        MOVE 0 to wfin
        PERFORM MENU_PRINCIPAL
        UNTIL wfin = 1.


      ******************************************************************
      * Authentifie le numéro d'employé saisi et conserve son rôle
      * (fem_type) pour la durée de la session, afin de restreindre
      * certains menus (gestion des employés, soins vétérinaires).
      * Le 0 "mode initialisation" n'est accepté que si femployes ne
      * contient encore aucun enregistrement (premier lancement) : dès
      * qu'un employé existe, chacun doit s'identifier par son propre
      * fem_numEmp.
        CONNEXION_EMPLOYE.
        OPEN INPUT femployes
        MOVE 0 TO wEmployesVide
        READ femployes NEXT
            AT END MOVE 1 TO wEmployesVide
        END-READ
        MOVE 0 TO wConnexionValide
        PERFORM WITH TEST AFTER UNTIL wConnexionValide = 1
            DISPLAY "Quel est votre numéro d employé ?"
            IF wEmployesVide = 1 THEN
                DISPLAY "(0 si aucun employé n est encore enregistré)"
            END-IF
            ACCEPT wUtilisateurCourant
            IF wUtilisateurCourant = 0 AND wEmployesVide = 1 THEN
                MOVE 1 TO wConnexionValide
                MOVE "ADMIN" TO wRoleCourant
                DISPLAY "Connexion en mode initialisation (ADMIN)"
            ELSE
                IF wUtilisateurCourant = 0 THEN
                    DISPLAY "Numéro d employé inconnu"
                ELSE
                    MOVE wUtilisateurCourant TO fem_numEmp
                    READ femployes
                        INVALID KEY
                            DISPLAY "Numéro d employé inconnu"
                        NOT INVALID KEY
                            MOVE 1 TO wConnexionValide
                            MOVE fem_type TO wRoleCourant
                            DISPLAY "Bienvenue " fem_prenom " "
                                fem_nom " (" wRoleCourant ")"
                    END-READ
                END-IF
            END-IF
        END-PERFORM
        CLOSE femployes.


      ******************************************************************
        DEMANDER_DATE.
        PERFORM WITH TEST AFTER UNTIL annee>1900 AND annee<2100
                DISPLAY "Quelle est l année ?"
                ACCEPT annee
        END-PERFORM

        PERFORM WITH TEST AFTER UNTIL mois>0 AND mois<13
                DISPLAY "Quel est le mois ?"
                ACCEPT mois
        END-PERFORM

        PERFORM CALCULER_JOURMAX

        PERFORM WITH TEST AFTER UNTIL jour>0 AND jour<=jourMax
                DISPLAY "Quel est le jour ?"
                ACCEPT jour
        END-PERFORM.


      ******************************************************************
      * Calcule le nombre de jours du mois courant (variables mois et
      * annee), utilisé par DEMANDER_DATE et par la validation des
      * dates des lignes importées.
        CALCULER_JOURMAX.
        EVALUATE mois
        WHEN 1 MOVE 31 TO jourMax
        WHEN 2 PERFORM CALCULER_JOURMAX_FEVRIER
        WHEN 3 MOVE 31 TO jourMax
        WHEN 4 MOVE 30 TO jourMax
        WHEN 5 MOVE 31 TO jourMax
        WHEN 6 MOVE 30 TO jourMax
        WHEN 7 MOVE 31 TO jourMax
        WHEN 8 MOVE 31 TO jourMax
        WHEN 9 MOVE 30 TO jourMax
        WHEN 10 MOVE 31 TO jourMax
        WHEN 11 MOVE 30 TO jourMax
        WHEN 12 MOVE 31 TO jourMax
        END-EVALUATE.


      ******************************************************************
      * Calcule le nombre de jours de février en tenant compte des
      * années bissextiles (multiple de 4, sauf siècles non multiples
      * de 400).
        CALCULER_JOURMAX_FEVRIER.
        DIVIDE annee BY 4 GIVING wDivAnnee REMAINDER wResteAnnee4
        DIVIDE annee BY 100 GIVING wDivAnnee REMAINDER wResteAnnee100
        DIVIDE annee BY 400 GIVING wDivAnnee REMAINDER wResteAnnee400
        IF wResteAnnee4 = 0 AND
            (wResteAnnee100 NOT = 0 OR wResteAnnee400 = 0) THEN
            MOVE 29 TO jourMax
        ELSE
            MOVE 28 TO jourMax
        END-IF.


      ******************************************************************
      * Trace dans audit.txt toute modification ou suppression sur les
      * fichiers du parc. wAuditFichier/wAuditOperation/wAuditCle et
      * wAuditAvant/wAuditApres sont renseignés par le paragraphe
      * appelant juste avant le PERFORM, avec la valeur du champ
      * modifié relevée avant puis après la mutation du tampon
      * (avant/après la REWRITE, ou avant/"SUPPRIME" pour une DELETE).
        AUDIT_ECRIRE.
        MOVE FUNCTION CURRENT-DATE(1:4) TO wAuditDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO wAuditDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO wAuditDateJour
        COMPUTE al_date = wAuditDateAnnee * 10000
            + wAuditDateMois * 100 + wAuditDateJour
        MOVE FUNCTION CURRENT-DATE(9:6) TO al_heure
        MOVE wUtilisateurCourant TO al_employe
        MOVE wAuditFichier TO al_fichier
        MOVE wAuditOperation TO al_operation
        MOVE wAuditCle TO al_cle
        MOVE wAuditAvant TO al_valeur_avant
        MOVE wAuditApres TO al_valeur_apres

        OPEN EXTEND faudit
            IF fauditCR = 35 THEN
                CLOSE faudit
                OPEN OUTPUT faudit
            END-IF
        WRITE audi_tamp FROM audit-ligne
        CLOSE faudit.


      ******************************************************************
      * Enregistre un mouvement (arrivée, transfert, départ ou décès)
      * dans le registre des mouvements. wMvtNumAnimal, wMvtType,
      * wMvtEnclosAvant, wMvtEnclosApres et wMvtMotif sont renseignés
      * par le paragraphe appelant ; la date et l employé sont relevés
      * ici, comme pour AUDIT_ECRIRE. Le numéro de mouvement est le
      * plus grand numéro existant plus un, si bien que l ordre des
      * numéros suit l ordre chronologique des mouvements.
        MOUVEMENT_ECRIRE.
        OPEN I-O fmouvements
        IF fmouvCR = 35 THEN
            OPEN OUTPUT fmouvements
            CLOSE fmouvements
            OPEN I-O fmouvements
        END-IF
        MOVE 0 TO wMvtNumero
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fmouvements NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        IF fmv_numM > wMvtNumero THEN
                            MOVE fmv_numM TO wMvtNumero
                        END-IF
                END-READ
        END-PERFORM
        ADD 1 TO wMvtNumero
        MOVE wMvtNumero TO fmv_numM
        MOVE wMvtNumAnimal TO fmv_numAnimal
        MOVE wMvtType TO fmv_type
        MOVE wMvtEnclosAvant TO fmv_enclosAvant
        MOVE wMvtEnclosApres TO fmv_enclosApres
        MOVE FUNCTION CURRENT-DATE(1:4) TO wAuditDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO wAuditDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO wAuditDateJour
        COMPUTE fmv_date = wAuditDateAnnee * 10000
            + wAuditDateMois * 100 + wAuditDateJour
        MOVE wUtilisateurCourant TO fmv_numEmp
        MOVE wMvtMotif TO fmv_motif
        WRITE mouv_tamp
        END-WRITE
        CLOSE fmouvements.


      ******************************************************************
      * Attribue le prochain numéro du compteur wCompteurNom et le
      * renvoie dans wCompteurValeur. L appelant fournit dans
      * wCompteurMax la plus grande clé déjà présente dans son
      * fichier : elle amorce le compteur à sa création et le
      * réaligne après une restauration, si bien qu un numéro déjà
      * utilisé (même supprimé puis recréé ailleurs) n est jamais
      * redistribué. C est ce qui remplace la recherche manuelle
      * d un numéro libre sur les écrans d ajout.
        COMPTEUR_SUIVANT.
        OPEN I-O fcompteurs
        IF fcptCR = 35 THEN
            OPEN OUTPUT fcompteurs
            CLOSE fcompteurs
            OPEN I-O fcompteurs
        END-IF
        MOVE wCompteurNom TO fcp_nom
        READ fcompteurs
            INVALID KEY
                COMPUTE fcp_valeur = wCompteurMax + 1
                WRITE cpt_tamp
                END-WRITE
            NOT INVALID KEY
                IF wCompteurMax > fcp_valeur THEN
                    MOVE wCompteurMax TO fcp_valeur
                END-IF
                ADD 1 TO fcp_valeur
                REWRITE cpt_tamp
                END-REWRITE
        END-READ
        MOVE fcp_valeur TO wCompteurValeur
        CLOSE fcompteurs.


      ******************************************************************
      * Pose un verrou applicatif sur l enregistrement wVerrouCle du
      * fichier wVerrouFichier avant une mise à jour : chaque poste
      * inscrit son numéro d employé dans verrous.dat, et le poste
      * qui trouve le verrou déjà pris voit QUI tient la fiche au
      * lieu d un statut fichier cryptique. L option "forcer" couvre
      * le verrou orphelin laissé par un poste planté. Renvoie
      * verrouObtenu ; l appelant renonce à la mise à jour si le
      * verrou est refusé. La ligne d audit de la mise à jour porte
      * déjà l employé qui l a réellement faite.
        VERROU_POSER.
        MOVE 0 TO verrouObtenu
        MOVE 0 TO choixVerrou
        OPEN I-O fverrous
        IF fverrCR = 35 THEN
            OPEN OUTPUT fverrous
            CLOSE fverrous
            OPEN I-O fverrous
        END-IF
        PERFORM WITH TEST AFTER UNTIL verrouObtenu = 1
        OR choixVerrou = 2
            MOVE wVerrouFichier TO fvr_fichier
            MOVE wVerrouCle TO fvr_cleEnr
            MOVE wUtilisateurCourant TO fvr_numEmp
            WRITE verr_tamp
                INVALID KEY
                    READ fverrous
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            DISPLAY "Enregistrement en cours de"
                                " modification par l employé n°"
                                fvr_numEmp
                    END-READ
                    MOVE 0 TO choixVerrou
                    PERFORM WITH TEST AFTER UNTIL choixVerrou >= 1
                    AND choixVerrou <= 3
                        DISPLAY "1 = réessayer, 2 = abandonner,"
                        DISPLAY "3 = forcer le verrou (poste planté)"
                        ACCEPT choixVerrou
                    END-PERFORM
                    IF choixVerrou = 3 THEN
                        MOVE wUtilisateurCourant TO fvr_numEmp
                        REWRITE verr_tamp
                        END-REWRITE
                        MOVE 1 TO verrouObtenu
                    END-IF
                NOT INVALID KEY
                    MOVE 1 TO verrouObtenu
            END-WRITE
        END-PERFORM
        CLOSE fverrous.

      ******************************************************************
      * Libère le verrou applicatif posé par VERROU_POSER sur
      * wVerrouFichier / wVerrouCle.
        VERROU_LIBERER.
        OPEN I-O fverrous
        MOVE wVerrouFichier TO fvr_fichier
        MOVE wVerrouCle TO fvr_cleEnr
        READ fverrous
            INVALID KEY CONTINUE
            NOT INVALID KEY
                DELETE fverrous RECORD
        END-READ
        CLOSE fverrous.


      ***********************************
      *                                 *
      *         FONCTIONS REPAS         *
      *                                 *
      ***********************************
        MENU_REPAS.
        DISPLAY 'Que voulez-vous faire ?'
        DISPLAY '1 = Ajouter un repas'
        DISPLAY '2 = Supprimer un repas'
        DISPLAY '3 = Afficher un repas'
        DISPLAY '4 = Modifier un repas'
        DISPLAY '5 = Rapport des coûts de repas par enclos/espèce'
        DISPLAY '0 = Retour'
        ACCEPT choix
        EVALUATE  choix
	          WHEN "1"
		        PERFORM AJOUT_REPAS
                  WHEN "2"
                        PERFORM SUPPRESSION_REPAS
                  WHEN "3"
                        PERFORM AFFICHAGE_REPAS
                  WHEN "4"
                        PERFORM MODIFIER_REPAS
                  WHEN "5"
                        PERFORM RAPPORT_COUT_REPAS
                  WHEN "0"
                        PERFORM APPELER_MENU
        END-EVALUATE.

      ******************************************************************
        AJOUT_REPAS.
        OPEN I-O frepas

      * Le numéro de repas est attribué automatiquement depuis le
      * compteur persistant
        MOVE 0 TO wCompteurMax
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ frepas NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        IF fr_numR > wCompteurMax THEN
                            MOVE fr_numR TO wCompteurMax
                        END-IF
                END-READ
        END-PERFORM
        MOVE "REPAS" TO wCompteurNom
        PERFORM COMPTEUR_SUIVANT
        MOVE wCompteurValeur TO wNumR
        MOVE wNumR to fr_numR
        DISPLAY "Numéro de repas attribué : " wNumR

      * Demande de la description du repas
        DISPLAY 'La description du repas'
        ACCEPT wDesc
        MOVE wDesc to fr_description

      * Demande de la date, hors des mois clôturés
        PERFORM DEMANDER_DATE_OUVERTE
        MOVE annee TO fr_annee
        MOVE mois TO fr_mois
        MOVE jour TO fr_jour.

      * Demande de l'heure
        PERFORM DEMANDER_HEURE
        MOVE wHeure to fr_heure

      * Demande du numéro du soigneur
        MOVE 0 TO bool
        OPEN INPUT femployes
        PERFORM WITH TEST AFTER UNTIL bool = 1
                DISPLAY 'Le numéro du soigneur'
                ACCEPT wNumEmp
                MOVE wNumEmp to fem_numEmp
                READ femployes
                        INVALID KEY DISPLAY 'Soigneur inexistant'
                        NOT INVALID KEY MOVE 1 TO bool
                END-READ
        END-PERFORM
        MOVE wNumEmp to fr_numSoigneur
        CLOSE femployes

      * Demande du numéro de l'animal
        MOVE 0 TO bool
        OPEN INPUT fanimaux
        PERFORM WITH TEST AFTER UNTIL bool = 1
                DISPLAY 'Le numéro de l animal'
                ACCEPT wNumA
                MOVE wNumA to fa_numA
                READ fanimaux
                        INVALID KEY DISPLAY 'Animal inexistant'
                        NOT INVALID KEY MOVE 1 TO bool
                END-READ
        END-PERFORM
        MOVE wNumA to fr_numAnimal
        CLOSE fanimaux

      * Demande du prix de repas
        DISPLAY 'Le prix du repas'
        ACCEPT wPrix
        MOVE wPrix to fr_prixRepas
        WRITE repa_tamp
        END-WRITE
        CLOSE frepas

      * Modification du dernier repas de l'animal
        OPEN I-O fanimaux
        MOVE wNumA to fa_numA
        MOVE fa_dernierRepas TO wAuditAvant
        MOVE wNumR to fa_dernierRepas
        MOVE fa_dernierRepas TO wAuditApres
        REWRITE anim_tamp
        END-REWRITE
        CLOSE fanimaux
        MOVE "ANIMAUX" TO wAuditFichier
        MOVE "MODIF" TO wAuditOperation
        MOVE wNumA TO wAuditCle
        PERFORM AUDIT_ECRIRE

      * Décompte du stock d alimentation des articles utilisés
        PERFORM CONSOMMER_STOCK_REPAS.

      ******************************************************************
        SUPPRESSION_REPAS.
      * Demande du numéro du repas
        DISPLAY 'Quel est le numéro du repas à supprimer ?'
        ACCEPT wNumR

      * Recherche du repas
        OPEN I-O frepas
        MOVE wNumR to fr_numR
        MOVE 0 TO bool
        READ frepas
                INVALID KEY MOVE 0 TO bool
                NOT INVALID KEY MOVE 1 TO bool
        END-READ

      * Un repas daté d un mois clôturé ne se supprime plus
        IF bool = 1 THEN
                COMPUTE wMoisPeriode = fr_annee * 100 + fr_mois
                PERFORM PERIODE_VERIFIER
                IF moisClos = 1 THEN
                        DISPLAY 'Repas d un mois clôturé : refusé'
                        MOVE 2 TO bool
                END-IF
        END-IF

      * Suppression du repas
        IF bool = 0 THEN
                DISPLAY 'Ce repas n existe pas'
        END-IF
        IF bool = 1 THEN
                STRING "ANIMAL " fr_numAnimal " PRIX " fr_prixRepas
                    DELIMITED BY SIZE INTO wAuditAvant
                DELETE frepas RECORD
                DISPLAY 'repas supprimé'
                MOVE "REPAS" TO wAuditFichier
                MOVE "SUPPRIME" TO wAuditOperation
                MOVE wNumR TO wAuditCle
                MOVE "SUPPRIME" TO wAuditApres
                PERFORM AUDIT_ECRIRE
        END-IF
        CLOSE frepas.

      ******************************************************************
        AFFICHAGE_REPAS.
      * Parcours séquentiel des repas
        OPEN INPUT frepas
        MOVE 0 TO fin
        PERFORM WITH TEST AFTER UNTIL fin = 1
                READ frepas NEXT
                AT END
                        MOVE 1 TO fin
                NOT AT END
                        STRING fr_numR "|" fr_description "|" fr_jour
                        "|" fr_mois "|" fr_annee "|" fr_heure "|"
                        fr_numSoigneur "|" fr_numAnimal "|" fr_prixRepas
                        INTO wPhrase
                        DISPLAY wPhrase
                END-READ
        END-PERFORM
        CLOSE frepas.

      ******************************************************************
        MODIFIER_REPAS.
      * Demande du numéro du repas
        DISPLAY 'Quel est le numéro du repas à modifier ?'
        ACCEPT wNumR

      * Recherche du repas
        OPEN I-O frepas
        MOVE wNumR to fr_numR
        MOVE 0 TO bool
        READ frepas
                INVALID KEY MOVE 0 TO bool
                NOT INVALID KEY MOVE 1 TO bool
        END-READ

      * Un repas daté d un mois clôturé ne se modifie plus
        IF bool = 1 THEN
                COMPUTE wMoisPeriode = fr_annee * 100 + fr_mois
                PERFORM PERIODE_VERIFIER
                IF moisClos = 1 THEN
                        DISPLAY 'Repas d un mois clôturé : refusé'
                        MOVE 2 TO bool
                END-IF
        END-IF

      * Modification du repas
        IF bool = 0 THEN
                DISPLAY 'Ce repas n existe pas'
        END-IF
        IF bool = 1 THEN
                DISPLAY 'Que voulez-vous modifier ?'
                DISPLAY '1 = La description'
                DISPLAY '2 = La date'
                DISPLAY '3 = L heure'
                DISPLAY '4 = Le numero du soigneur'
                DISPLAY '5 = Le numero de l animal'
                DISPLAY '6 = Le prix du repas'
                ACCEPT choix
                EVALUATE  choix
      * Modification de la description
                      WHEN "1"
                                MOVE fr_description(1:30) TO wAuditAvant
                                DISPLAY 'Nouvelle description :'
                                ACCEPT wDesc
                                MOVE wDesc to fr_description
                                MOVE fr_description(1:30) TO wAuditApres
                                DISPLAY 'Description modifiée'
      * Modification de la date
                      WHEN "2"
                                STRING fr_jour "/" fr_mois "/" fr_annee
                                    DELIMITED BY SIZE INTO wAuditAvant
                                DISPLAY 'Nouvelle date :'
                                PERFORM DEMANDER_DATE_OUVERTE
                                MOVE annee TO fr_annee
                                MOVE mois TO fr_mois
                                MOVE jour TO fr_jour
                                STRING fr_jour "/" fr_mois "/" fr_annee
                                    DELIMITED BY SIZE INTO wAuditApres
                                DISPLAY 'Date modifiée'

      * Modification de l'heure
                      WHEN "3"
                                MOVE fr_heure TO wAuditAvant
                                DISPLAY 'Nouvelle heure :'
                                PERFORM DEMANDER_HEURE
                                MOVE wHeure to fr_heure
                                MOVE fr_heure TO wAuditApres
                                DISPLAY 'Heure modifiée'

      * Modification du numéro du soigneur
                      WHEN "4"
                                MOVE fr_numSoigneur TO wAuditAvant
                                DISPLAY 'Nouveau numéro soigneur :'
                                ACCEPT wNumEmp
                                MOVE wNumEmp to fr_numSoigneur
                                MOVE fr_numSoigneur TO wAuditApres
                                DISPLAY 'Numéro soigneur modifié'

      * Modification du numéro de l'animal
                      WHEN "5"
                                MOVE fr_numAnimal TO wAuditAvant
                                DISPLAY 'Nouveau numéro animal :'
                                ACCEPT wNumA
                                MOVE wNumA to fr_numAnimal
                                MOVE fr_numAnimal TO wAuditApres
                                DISPLAY 'Numéro animal modifié'

      * Modification du prix du repas
                      WHEN "6"
                                MOVE fr_prixRepas TO wAuditAvant
                                DISPLAY 'Nouveau prix :'
                                ACCEPT wPrix
                                MOVE wPrix to fr_prixRepas
                                MOVE fr_prixRepas TO wAuditApres
                                DISPLAY 'prix du repas modifié'

                END-EVALUATE
                MOVE "REPAS" TO wAuditFichier
                MOVE "MODIF" TO wAuditOperation
                MOVE wNumR TO wAuditCle
                PERFORM AUDIT_ECRIRE
        END-IF
        REWRITE repa_tamp
        END-REWRITE
        CLOSE frepas.




      **************************************
      *                                    *
      *         FONCTIONS ALERTES          *
      *                                    *
      **************************************

      * Alertes critiques transmises à l employé d astreinte par la
      * passerelle SMS / e-mail : chaque alerte est gardée dans
      * alertes.dat avec son statut d acquittement et déposée dans la
      * boîte d envoi alertes_sortantes.txt, que la passerelle relève.
      * Une alerte est levée dès la saisie qui la provoque (incident
      * grave, intervention de sécurité, quarantaine, stock épuisé,
      * dose manquée) puis par le balayage de la clôture du jour, qui
      * renvoie aussi une fois par jour les alertes non acquittées.

      ******************************************************************
      * Lève l alerte décrite par wAlType, wAlReference, wAlSeverite,
      * wAlEnclos, wAlAnimal et wAlMessage. La source (type et
      * référence) sert de clé de dédoublonnage : tant qu une alerte
      * de même source n est pas RESOLUE, aucune nouvelle alerte
      * n est créée, si bien qu un même message ne part pas deux fois.
      * falertes, frota et femployes sont ouverts et refermés ici :
      * l appelant ne doit pas les avoir ouverts.
        ALERTE_LEVER.
        MOVE FUNCTION CURRENT-DATE(1:8) TO wAlDateJour
        MOVE FUNCTION CURRENT-DATE(9:6) TO wAlHeure
        OPEN I-O falertes
        IF falerCR = 35 THEN
            OPEN OUTPUT falertes
            CLOSE falertes
            OPEN I-O falertes
        END-IF
        MOVE 0 TO alerteExiste
        MOVE wAlType TO fal_type
        MOVE wAlReference TO fal_reference
        MOVE 0 TO finAlertes
        START falertes KEY IS = fal_source
            INVALID KEY MOVE 1 TO finAlertes
        END-START
        PERFORM WITH TEST BEFORE UNTIL finAlertes = 1
            READ falertes NEXT
                AT END MOVE 1 TO finAlertes
                NOT AT END
                    IF fal_type NOT = wAlType
                    OR fal_reference NOT = wAlReference THEN
                        MOVE 1 TO finAlertes
                    ELSE
                        IF fal_statut NOT = "RESOLUE" THEN
                            MOVE 1 TO alerteExiste
                            MOVE 1 TO finAlertes
                        END-IF
                    END-IF
            END-READ
        END-PERFORM

        IF alerteExiste = 0 THEN
      * Numéro d alerte : plus grand numéro existant plus un
            MOVE 0 TO wAlNumero
            MOVE 0 TO fal_numAl
            MOVE 0 TO finAlertes
            START falertes KEY IS >= fal_numAl
                INVALID KEY MOVE 1 TO finAlertes
            END-START
            PERFORM WITH TEST BEFORE UNTIL finAlertes = 1
                READ falertes NEXT
                    AT END MOVE 1 TO finAlertes
                    NOT AT END
                        IF fal_numAl > wAlNumero THEN
                            MOVE fal_numAl TO wAlNumero
                        END-IF
                END-READ
            END-PERFORM
            ADD 1 TO wAlNumero

            PERFORM ALERTE_ASTREINTE

            MOVE wAlNumero TO fal_numAl
            MOVE wAlType TO fal_type
            MOVE wAlReference TO fal_reference
            MOVE wAlDateJour TO fal_date
            MOVE wAlHeure TO fal_heure
            MOVE wAlSeverite TO fal_severite
            MOVE wAlEnclos TO fal_numEnclos
            MOVE wAlAnimal TO fal_numAnimal
            MOVE wAlMessage TO fal_message
            MOVE wAlTelephone TO fal_telephone
            MOVE "NON_ACQ" TO fal_statut
            MOVE 1 TO fal_nbEnvois
            MOVE wAlDateJour TO fal_dateEnvoi
            MOVE 0 TO fal_dateAcq
            MOVE 0 TO fal_numEmpAcq
            WRITE aler_tamp
                INVALID KEY DISPLAY "ERREUR : alerte non enregistrée"
                NOT INVALID KEY
                    PERFORM ALERTE_ENVOYER
                    ADD 1 TO cptAlertesLevees
                    DISPLAY "Alerte n°" wAlNumero " " wAlSeverite
                        " transmise à l astreinte (tél. "
                        wAlTelephone ")"
            END-WRITE
        END-IF
        CLOSE falertes.

      ******************************************************************
      * Employé d astreinte le jour wAlDateJour pour l enclos
      * wAlEnclos : le soigneur affecté à cet enclos par la rotation
      * du jour, à défaut le premier employé de la rotation du jour.
      * Son téléphone est rendu dans wAlTelephone (0 si personne
      * n est affecté ce jour-là). Le parcours écrase rota_tamp et
      * empl_tamp, pas aler_tamp.
        ALERTE_ASTREINTE.
        MOVE 0 TO wAlEmpAstreinte
        MOVE 0 TO wAlTelephone
        OPEN INPUT frota
        IF frotaCR = 0 THEN
            MOVE wAlDateJour TO frt_dateCle
            MOVE 0 TO finRotaAlerte
            START frota KEY IS = frt_dateCle
                INVALID KEY MOVE 1 TO finRotaAlerte
            END-START
            PERFORM WITH TEST BEFORE UNTIL finRotaAlerte = 1
                READ frota NEXT
                    AT END MOVE 1 TO finRotaAlerte
                    NOT AT END
                        IF frt_dateCle NOT = wAlDateJour THEN
                            MOVE 1 TO finRotaAlerte
                        ELSE
                            IF wAlEmpAstreinte = 0 THEN
                                MOVE frt_numEmp TO wAlEmpAstreinte
                            END-IF
                            IF wAlEnclos NOT = 0
                            AND frt_numEnclos = wAlEnclos THEN
                                MOVE frt_numEmp TO wAlEmpAstreinte
                                MOVE 1 TO finRotaAlerte
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE frota
        END-IF
        IF wAlEmpAstreinte NOT = 0 THEN
            OPEN INPUT femployes
            MOVE wAlEmpAstreinte TO fem_numEmp
            READ femployes
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE fem_telephone TO wAlTelephone
            END-READ
            CLOSE femployes
        END-IF.

      ******************************************************************
      * Dépose l alerte courante (aler_tamp) dans la boîte d envoi,
      * ligne à format fixe : date et heure de l alerte, sévérité,
      * type, enclos, animal, message, téléphone de l astreinte,
      * numéro d alerte et numéro d envoi (1 au premier envoi, plus
      * pour un renvoi). Un échec d écriture est rendu dans
      * wAlCRSortie.
        ALERTE_ENVOYER.
        MOVE SPACES TO alsr_tamp
        MOVE fal_date TO fas_date
        MOVE fal_heure TO fas_heure
        MOVE fal_severite TO fas_severite
        MOVE fal_type TO fas_type
        MOVE fal_numEnclos TO fas_numEnclos
        MOVE fal_numAnimal TO fas_numAnimal
        MOVE fal_message TO fas_message
        MOVE fal_telephone TO fas_telephone
        MOVE fal_numAl TO fas_numAl
        MOVE fal_nbEnvois TO fas_envoi
        OPEN EXTEND falertesSortie
            IF falsoCR = 35 THEN
                CLOSE falertesSortie
                OPEN OUTPUT falertesSortie
            END-IF
        WRITE alsr_tamp
        IF falsoCR NOT = 0 THEN
            MOVE falsoCR TO wAlCRSortie
        END-IF
        CLOSE falertesSortie.

      ******************************************************************
      * Balayage des alertes de la clôture du jour : les alertes dont
      * la cause a disparu passent RESOLUE, les situations critiques
      * encore en cours lèvent leur alerte si la saisie ne l a pas
      * déjà fait, puis les alertes non acquittées sont renvoyées.
        ALERTES_BALAYER.
        MOVE 0 TO cptAlertesLevees
        MOVE 0 TO cptAlertesRenvoyees
        MOVE 0 TO wAlCRSortie
        PERFORM ALERTES_RESOUDRE
        PERFORM ALERTES_BALAYER_INTERVENTIONS
        PERFORM ALERTES_BALAYER_INCIDENTS
        PERFORM ALERTES_BALAYER_ANIMAUX
        PERFORM ALERTES_BALAYER_STOCK
        PERFORM ALERTES_RENVOYER
        DISPLAY "Alertes : " cptAlertesLevees " levée(s), "
            cptAlertesRenvoyees " renvoyée(s)".

      ******************************************************************
      * Passe RESOLUE les alertes encore en vigueur dont la cause a
      * disparu : intervention fermée, incident clos, quarantaine
      * levée, article réapprovisionné. Une dose manquée ne se résout
      * pas d elle-même et reste à acquitter. Une fois RESOLUE, la
      * même cause peut de nouveau lever une alerte si elle revient.
        ALERTES_RESOUDRE.
        OPEN I-O falertes
        IF falerCR = 35 THEN
            OPEN OUTPUT falertes
            CLOSE falertes
            OPEN I-O falertes
        END-IF
        OPEN INPUT fintervention
        OPEN INPUT fincidents
        OPEN INPUT fanimaux
        OPEN INPUT fstock
        MOVE 0 TO finAlertes
        PERFORM WITH TEST AFTER UNTIL finAlertes = 1
            READ falertes NEXT
                AT END MOVE 1 TO finAlertes
                NOT AT END
                    IF fal_statut NOT = "RESOLUE" THEN
                        PERFORM ALERTE_CAUSE_DISPARUE
                        IF alerteResolue = 1 THEN
                            MOVE "RESOLUE" TO fal_statut
                            REWRITE aler_tamp
                            END-REWRITE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fstock
        CLOSE fanimaux
        CLOSE fincidents
        CLOSE fintervention
        CLOSE falertes.

      ******************************************************************
      * alerteResolue = 1 si la cause de l alerte courante (aler_tamp)
      * a disparu ou n existe plus. fintervention, fincidents,
      * fanimaux et fstock sont supposés ouverts par l appelant.
        ALERTE_CAUSE_DISPARUE.
        MOVE 0 TO alerteResolue
        MOVE fal_reference(1:9) TO wAlRefNum
        EVALUATE fal_type
            WHEN "SECURITE"
                MOVE wAlRefNum TO fi_numI
                READ fintervention
                    INVALID KEY MOVE 1 TO alerteResolue
                    NOT INVALID KEY
                        IF fi_statut NOT = "OUVERTE" THEN
                            MOVE 1 TO alerteResolue
                        END-IF
                END-READ
            WHEN "INCIDENT"
                MOVE wAlRefNum TO fic_numI
                READ fincidents
                    INVALID KEY MOVE 1 TO alerteResolue
                    NOT INVALID KEY
                        IF fic_statut NOT = "OUVERT" THEN
                            MOVE 1 TO alerteResolue
                        END-IF
                END-READ
            WHEN "QUARANTAINE"
                MOVE wAlRefNum TO fa_numA
                READ fanimaux
                    INVALID KEY MOVE 1 TO alerteResolue
                    NOT INVALID KEY
                        IF fa_etatSante NOT = "QUARANTAINE" THEN
                            MOVE 1 TO alerteResolue
                        END-IF
                END-READ
            WHEN "STOCK"
                MOVE fal_reference TO fst_article
                READ fstock
                    INVALID KEY MOVE 1 TO alerteResolue
                    NOT INVALID KEY
                        IF fst_quantite > 0 THEN
                            MOVE 1 TO alerteResolue
                        END-IF
                END-READ
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

      ******************************************************************
      * Interventions de sécurité encore ouvertes
        ALERTES_BALAYER_INTERVENTIONS.
        OPEN INPUT fintervention
        MOVE 0 TO finBalayage
        PERFORM WITH TEST AFTER UNTIL finBalayage = 1
            READ fintervention NEXT
                AT END MOVE 1 TO finBalayage
                NOT AT END
                    IF fi_statut = "OUVERTE" AND fi_securite = 1 THEN
                        MOVE "SECURITE" TO wAlType
                        MOVE fi_numI TO wAlRefNum
                        MOVE wAlRefNum TO wAlReference
                        MOVE "CRITIQUE" TO wAlSeverite
                        MOVE fi_numEnclos TO wAlEnclos
                        MOVE 0 TO wAlAnimal
                        MOVE SPACES TO wAlMessage
                        STRING "Sécurité, intervention n°" fi_numI
                            " : " fi_probleme INTO wAlMessage
                        PERFORM ALERTE_LEVER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fintervention.

      ******************************************************************
      * Incidents graves (gravité 3) non clos
        ALERTES_BALAYER_INCIDENTS.
        OPEN INPUT fincidents
        MOVE 0 TO finBalayage
        PERFORM WITH TEST AFTER UNTIL finBalayage = 1
            READ fincidents NEXT
                AT END MOVE 1 TO finBalayage
                NOT AT END
                    IF fic_gravite = 3 AND fic_statut = "OUVERT" THEN
                        MOVE "INCIDENT" TO wAlType
                        MOVE fic_numI TO wAlRefNum
                        MOVE wAlRefNum TO wAlReference
                        MOVE "CRITIQUE" TO wAlSeverite
                        MOVE fic_numEnclos TO wAlEnclos
                        MOVE fic_numAnimal TO wAlAnimal
                        MOVE SPACES TO wAlMessage
                        STRING "Incident grave n°" fic_numI " : "
                            fic_recit INTO wAlMessage
                        PERFORM ALERTE_LEVER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fincidents.

      ******************************************************************
      * Animaux en quarantaine
        ALERTES_BALAYER_ANIMAUX.
        OPEN INPUT fanimaux
        MOVE 0 TO finBalayage
        PERFORM WITH TEST AFTER UNTIL finBalayage = 1
            READ fanimaux NEXT
                AT END MOVE 1 TO finBalayage
                NOT AT END
                    IF fa_etatSante = "QUARANTAINE" THEN
                        MOVE fa_numA TO wAlAnimal
                        MOVE fa_numEnclos TO wAlEnclos
                        MOVE fa_surnom TO wAlSurnom
                        PERFORM ALERTE_QUARANTAINE_PREPARER
                        PERFORM ALERTE_LEVER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fanimaux.

      ******************************************************************
      * Alerte de mise en quarantaine de l animal wAlAnimal (enclos
      * wAlEnclos, surnom wAlSurnom)
        ALERTE_QUARANTAINE_PREPARER.
        MOVE "QUARANTAINE" TO wAlType
        MOVE wAlAnimal TO wAlRefNum
        MOVE wAlRefNum TO wAlReference
        MOVE "CRITIQUE" TO wAlSeverite
        MOVE SPACES TO wAlMessage
        STRING "Quarantaine : " wAlSurnom " n°" wAlAnimal
            " (enclos n°" wAlEnclos ")" INTO wAlMessage.

      ******************************************************************
      * Articles d alimentation épuisés
        ALERTES_BALAYER_STOCK.
        OPEN INPUT fstock
        MOVE 0 TO finBalayage
        PERFORM WITH TEST AFTER UNTIL finBalayage = 1
            READ fstock NEXT
                AT END MOVE 1 TO finBalayage
                NOT AT END
                    IF fst_quantite = 0 THEN
                        PERFORM ALERTE_STOCK_PREPARER
                        PERFORM ALERTE_LEVER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fstock.

      ******************************************************************
      * Alerte de rupture pour l article courant (stock_tamp)
        ALERTE_STOCK_PREPARER.
        MOVE "STOCK" TO wAlType
        MOVE fst_article TO wAlReference
        MOVE "MAJEURE" TO wAlSeverite
        MOVE 0 TO wAlEnclos
        MOVE 0 TO wAlAnimal
        MOVE SPACES TO wAlMessage
        STRING "Stock épuisé : " fst_article " (" fst_unite ")"
            INTO wAlMessage.

      ******************************************************************
      * Renvoie une fois par jour les alertes non acquittées, au
      * téléphone de l astreinte du jour (qui a pu changer depuis le
      * premier envoi). Une alerte levée ou déjà renvoyée ce jour ne
      * repart pas.
        ALERTES_RENVOYER.
        MOVE FUNCTION CURRENT-DATE(1:8) TO wAlDateJour
        OPEN I-O falertes
        MOVE 0 TO finAlertes
        PERFORM WITH TEST AFTER UNTIL finAlertes = 1
            READ falertes NEXT
                AT END MOVE 1 TO finAlertes
                NOT AT END
                    IF fal_statut = "NON_ACQ"
                    AND fal_dateEnvoi < wAlDateJour THEN
                        MOVE fal_numEnclos TO wAlEnclos
                        PERFORM ALERTE_ASTREINTE
                        MOVE wAlTelephone TO fal_telephone
                        ADD 1 TO fal_nbEnvois
                        MOVE wAlDateJour TO fal_dateEnvoi
                        REWRITE aler_tamp
                        END-REWRITE
                        PERFORM ALERTE_ENVOYER
                        ADD 1 TO cptAlertesRenvoyees
                    END-IF
            END-READ
        END-PERFORM
        CLOSE falertes.

      ******************************************************************
      * Liste des alertes en attente d acquittement
        AFFICHER_ALERTES_NON_ACQ.
        MOVE 0 TO cptAlertesNonAcq
        OPEN INPUT falertes
        IF falerCR = 0 THEN
            MOVE 0 TO finAlertes
            PERFORM WITH TEST AFTER UNTIL finAlertes = 1
                READ falertes NEXT
                    AT END MOVE 1 TO finAlertes
                    NOT AT END
                        IF fal_statut = "NON_ACQ" THEN
                            ADD 1 TO cptAlertesNonAcq
                            DISPLAY "Alerte n°" fal_numAl " du "
                                fal_date(7:2) "/" fal_date(5:2) "/"
                                fal_date(1:4) " " fal_severite " "
                                fal_type " (" fal_nbEnvois
                                " envoi(s))"
                            DISPLAY "    " fal_message
                        END-IF
                END-READ
            END-PERFORM
            CLOSE falertes
        END-IF
        IF cptAlertesNonAcq = 0 THEN
            DISPLAY "Aucune alerte en attente d acquittement"
        END-IF.

      ******************************************************************
      * Acquittement d une alerte : elle n est plus renvoyée. L employé
      * qui acquitte et la date sont gardés dans l alerte et dans
      * audit.txt.
        ACQUITTER_ALERTE.
        DISPLAY "Numéro de l alerte à acquitter ?"
        ACCEPT wNumAlerte
        OPEN I-O falertes
        IF falerCR NOT = 0 THEN
            DISPLAY "Aucune alerte enregistrée"
        ELSE
            MOVE wNumAlerte TO fal_numAl
            READ falertes
                INVALID KEY DISPLAY "Alerte inconnue"
                NOT INVALID KEY
                    IF fal_statut NOT = "NON_ACQ" THEN
                        DISPLAY "Alerte déjà " fal_statut
                    ELSE
                        MOVE "ACQUITTE" TO fal_statut
                        MOVE FUNCTION CURRENT-DATE(1:8)
                            TO fal_dateAcq
                        MOVE wUtilisateurCourant TO fal_numEmpAcq
                        REWRITE aler_tamp
                        END-REWRITE
                        MOVE "ALERTES" TO wAuditFichier
                        MOVE "ACQUIT" TO wAuditOperation
                        MOVE wNumAlerte TO wAuditCle
                        MOVE "NON_ACQ" TO wAuditAvant
                        MOVE "ACQUITTE" TO wAuditApres
                        PERFORM AUDIT_ECRIRE
                        DISPLAY "Alerte n°" wNumAlerte " acquittée"
                    END-IF
            END-READ
            CLOSE falertes
        END-IF.


      **************************************
      *                                    *
      *         FONCTIONS BUDGET           *
      *                                    *
      **************************************

      * Budget voté chaque année par le conseil, par mois et par
      * catégorie, comparé au réel relevé dans les fichiers du parc :
      * ALIMENTATION (coût des repas servis, fr_prixRepas), ACHATS
      * (commandes fournisseurs), VETERINAIRE (réel non suivi dans les
      * fichiers du parc), ENTRETIEN (coût des interventions closes)
      * et BILLETTERIE (recette de la fréquentation).
        MENU_BUDGET.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Saisir le budget d une catégorie'
        DISPLAY '2 : Afficher le budget d une année'
        DISPLAY '3 : Rapport mensuel budget / réel'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM SAISIR_BUDGET
                WHEN "2" PERFORM AFFICHER_BUDGET
                WHEN "3" PERFORM RAPPORT_BUDGET
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Libellés et sens (D = dépense, R = recette) des catégories
      * budgétaires, dans l ordre de DEMANDER_CATEGORIE_BUDGET.
        INITIALISER_CATEGORIES_BUDGET.
        MOVE "ALIMENTATION" TO TBG-CATEGORIE(1)
        MOVE "D" TO TBG-SENS(1)
        MOVE "ACHATS" TO TBG-CATEGORIE(2)
        MOVE "D" TO TBG-SENS(2)
        MOVE "VETERINAIRE" TO TBG-CATEGORIE(3)
        MOVE "D" TO TBG-SENS(3)
        MOVE "ENTRETIEN" TO TBG-CATEGORIE(4)
        MOVE "D" TO TBG-SENS(4)
        MOVE "BILLETTERIE" TO TBG-CATEGORIE(5)
        MOVE "R" TO TBG-SENS(5).

      ******************************************************************
        DEMANDER_CATEGORIE_BUDGET.
        PERFORM INITIALISER_CATEGORIES_BUDGET
        MOVE 0 TO choixCategorie
        PERFORM WITH TEST AFTER UNTIL choixCategorie >= 1
        AND choixCategorie <= nbCategoriesBudget
            DISPLAY "Quelle catégorie ?"
            DISPLAY "1 : ALIMENTATION (coût des repas),"
            DISPLAY "2 : ACHATS (commandes fournisseurs),"
            DISPLAY "3 : VETERINAIRE,"
            DISPLAY "4 : ENTRETIEN (interventions),"
            DISPLAY "5 : BILLETTERIE (recette)"
            ACCEPT choixCategorie
        END-PERFORM
        MOVE TBG-CATEGORIE(choixCategorie) TO wCategorieBudget.

      ******************************************************************
      * Saisie du budget d une catégorie pour un mois, ou pour toute
      * l année (montant annuel réparti sur les 12 mois, le reste de
      * la division sur décembre). Réservé aux ADMIN.
        SAISIR_BUDGET.
        IF FUNCTION UPPER-CASE(wRoleCourant) NOT = "ADMIN" THEN
            DISPLAY "Reserve aux employes ADMIN"
        ELSE
            PERFORM WITH TEST AFTER
            UNTIL wAnneeBudget > 1900 AND wAnneeBudget < 2100
                DISPLAY "Année du budget ?"
                ACCEPT wAnneeBudget
            END-PERFORM
            PERFORM DEMANDER_CATEGORIE_BUDGET
            MOVE 99 TO wMoisBudget
            PERFORM WITH TEST AFTER UNTIL wMoisBudget <= 12
                DISPLAY "Mois (0 pour répartir un montant annuel) ?"
                ACCEPT wMoisBudget
            END-PERFORM
            OPEN I-O fbudget
            IF wMoisBudget = 0 THEN
                DISPLAY "Montant annuel (en €) ?"
                ACCEPT wMontantAnnuel
                PERFORM VARYING wMoisBudget FROM 1 BY 1
                UNTIL wMoisBudget > 12
                    COMPUTE wMontantBudget = wMontantAnnuel / 12
                    IF wMoisBudget = 12 THEN
                        COMPUTE wMontantBudget = wMontantAnnuel
                            - wMontantBudget * 11
                    END-IF
                    PERFORM BUDGET_ECRIRE
                END-PERFORM
            ELSE
                DISPLAY "Montant du mois (en €) ?"
                ACCEPT wMontantBudget
                PERFORM BUDGET_ECRIRE
            END-IF
            CLOSE fbudget
            DISPLAY "Budget enregistré"
        END-IF.

      ******************************************************************
      * Ecrit ou remplace la ligne wAnneeBudget / wMoisBudget /
      * wCategorieBudget au montant wMontantBudget. fbudget est
      * supposé ouvert en I-O par l appelant.
        BUDGET_ECRIRE.
        MOVE wAnneeBudget TO fbu_annee
        MOVE wMoisBudget TO fbu_mois
        MOVE wCategorieBudget TO fbu_categorie
        READ fbudget
            INVALID KEY
                MOVE wMontantBudget TO fbu_montant
                WRITE budg_tamp
                END-WRITE
            NOT INVALID KEY
                MOVE fbu_montant TO wAuditAvant
                MOVE wMontantBudget TO fbu_montant
                MOVE fbu_montant TO wAuditApres
                REWRITE budg_tamp
                END-REWRITE
                MOVE "BUDGET" TO wAuditFichier
                MOVE "MODIF" TO wAuditOperation
                MOVE SPACES TO wAuditCle
                STRING fbu_annee fbu_mois fbu_categorie
                    DELIMITED BY SIZE INTO wAuditCle
                PERFORM AUDIT_ECRIRE
        END-READ.

      ******************************************************************
        AFFICHER_BUDGET.
        PERFORM WITH TEST AFTER
        UNTIL wAnneeBudget > 1900 AND wAnneeBudget < 2100
            DISPLAY "Année du budget ?"
            ACCEPT wAnneeBudget
        END-PERFORM
        OPEN INPUT fbudget
        MOVE wAnneeBudget TO fbu_annee
        MOVE 0 TO fbu_mois
        MOVE SPACES TO fbu_categorie
        MOVE 0 TO fdf
        MOVE 0 TO budgetTrouve
        START fbudget KEY IS >= fbu_cle
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fbudget NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fbu_annee NOT = wAnneeBudget THEN
                        MOVE 1 TO fdf
                    ELSE
                        MOVE 1 TO budgetTrouve
                        DISPLAY fbu_mois "/" fbu_annee " "
                            fbu_categorie " : " fbu_montant "€"
                    END-IF
            END-READ
        END-PERFORM
        IF budgetTrouve = 0 THEN
            DISPLAY "Aucun budget pour cette année"
        END-IF
        CLOSE fbudget.

      ******************************************************************
      * Rapport mensuel budget / réel (rapport_budget.txt) : pour
      * chaque catégorie, budget, réel et écart du mois puis cumul
      * depuis janvier. Une dépense qui dépasse son budget de plus de
      * 10 %, ou une recette inférieure de plus de 10 % à son budget,
      * est signalée.
        RAPPORT_BUDGET.
        PERFORM WITH TEST AFTER
        UNTIL wAnneeBudget > 1900 AND wAnneeBudget < 2100
            DISPLAY "Année du rapport ?"
            ACCEPT wAnneeBudget
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL wMoisBudget > 0
        AND wMoisBudget < 13
            DISPLAY "Mois du rapport ?"
            ACCEPT wMoisBudget
        END-PERFORM

        PERFORM INITIALISER_CATEGORIES_BUDGET
        PERFORM VARYING TBG-I FROM 1 BY 1
        UNTIL TBG-I > nbCategoriesBudget
            PERFORM VARYING TBG-M FROM 1 BY 1 UNTIL TBG-M > 12
                MOVE 0 TO TBG-BUDGET(TBG-I, TBG-M)
                MOVE 0 TO TBG-REEL(TBG-I, TBG-M)
            END-PERFORM
        END-PERFORM
        PERFORM BUDGET_CHARGER
        PERFORM BUDGET_REEL_REPAS
        PERFORM BUDGET_REEL_COMMANDES
        PERFORM BUDGET_REEL_INTERVENTIONS
        PERFORM BUDGET_REEL_BILLETTERIE

        OPEN OUTPUT frapportBudget
        MOVE SPACES TO phraseBudget
        STRING "BUDGET / REEL DE " wMoisBudget "/" wAnneeBudget
            " (montants en €, cumul depuis janvier)"
            INTO phraseBudget
        WRITE rabu_tamp FROM phraseBudget
        MOVE 0 TO cptDepassements
        PERFORM VARYING TBG-I FROM 1 BY 1
        UNTIL TBG-I > nbCategoriesBudget
            PERFORM BUDGET_LIGNE_CATEGORIE
        END-PERFORM
        MOVE "La catégorie VETERINAIRE n a pas de réel dans les"
            TO rabu_tamp
        WRITE rabu_tamp
        MOVE "fichiers du parc : seul son budget est suivi."
            TO rabu_tamp
        WRITE rabu_tamp
        CLOSE frapportBudget
        DISPLAY "Rapport écrit dans rapport_budget.txt ("
            cptDepassements " dépassement(s) de plus de 10 %)".

      ******************************************************************
      * Ecrit les deux lignes (mois, cumul) de la catégorie TBG-I.
      * frapportBudget est supposé ouvert par RAPPORT_BUDGET.
        BUDGET_LIGNE_CATEGORIE.
        MOVE 0 TO wBudgetCumul
        MOVE 0 TO wReelCumul
        PERFORM VARYING TBG-M FROM 1 BY 1 UNTIL TBG-M > wMoisBudget
            ADD TBG-BUDGET(TBG-I, TBG-M) TO wBudgetCumul
            ADD TBG-REEL(TBG-I, TBG-M) TO wReelCumul
        END-PERFORM
        MOVE TBG-BUDGET(TBG-I, wMoisBudget) TO wBudgetMois
        MOVE TBG-REEL(TBG-I, wMoisBudget) TO wReelMois

        MOVE wBudgetMois TO wBudgetControle
        MOVE wReelMois TO wReelControle
        PERFORM BUDGET_CONTROLER_ECART
        COMPUTE wEcartBudget = wReelMois - wBudgetMois
        MOVE wEcartBudget TO wEcartBudgetAff
        MOVE SPACES TO phraseBudget
        STRING TBG-CATEGORIE(TBG-I) " mois  : budget " wBudgetMois
            " réel " wReelMois " écart " wEcartBudgetAff " "
            wAlerteBudget INTO phraseBudget
        WRITE rabu_tamp FROM phraseBudget

        MOVE wBudgetCumul TO wBudgetControle
        MOVE wReelCumul TO wReelControle
        PERFORM BUDGET_CONTROLER_ECART
        COMPUTE wEcartBudget = wReelCumul - wBudgetCumul
        MOVE wEcartBudget TO wEcartBudgetAff
        MOVE SPACES TO phraseBudget
        STRING TBG-CATEGORIE(TBG-I) " cumul : budget " wBudgetCumul
            " réel " wReelCumul " écart " wEcartBudgetAff " "
            wAlerteBudget INTO phraseBudget
        WRITE rabu_tamp FROM phraseBudget.

      ******************************************************************
      * wAlerteBudget renseigné si wReelControle s écarte de plus de
      * 10 % de wBudgetControle dans le mauvais sens pour la catégorie
      * TBG-I (au-dessus pour une dépense, en dessous pour une
      * recette). Une dépense sans budget est toujours signalée.
        BUDGET_CONTROLER_ECART.
        MOVE SPACES TO wAlerteBudget
        IF TBG-SENS(TBG-I) = "D" THEN
            IF wReelControle * 100 > wBudgetControle * 110 THEN
                MOVE "** DEPASSEMENT > 10 % **" TO wAlerteBudget
                ADD 1 TO cptDepassements
            END-IF
        ELSE
            IF wReelControle * 100 < wBudgetControle * 90 THEN
                MOVE "** RECETTE < 90 % **" TO wAlerteBudget
                ADD 1 TO cptDepassements
            END-IF
        END-IF.

      ******************************************************************
      * Charge dans TAB-BUDGET les montants budgétés de l année
      * wAnneeBudget.
        BUDGET_CHARGER.
        OPEN INPUT fbudget
        MOVE wAnneeBudget TO fbu_annee
        MOVE 0 TO fbu_mois
        MOVE SPACES TO fbu_categorie
        MOVE 0 TO fdf
        START fbudget KEY IS >= fbu_cle
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fbudget NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fbu_annee NOT = wAnneeBudget THEN
                        MOVE 1 TO fdf
                    ELSE
                        PERFORM VARYING TBG-I FROM 1 BY 1
                        UNTIL TBG-I > nbCategoriesBudget
                            IF TBG-CATEGORIE(TBG-I) = fbu_categorie
                            AND fbu_mois >= 1 AND fbu_mois <= 12 THEN
                                ADD fbu_montant
                                    TO TBG-BUDGET(TBG-I, fbu_mois)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fbudget.

      ******************************************************************
      * Réel ALIMENTATION : coût des repas servis jusqu au mois du
      * rapport.
        BUDGET_REEL_REPAS.
        OPEN INPUT frepas
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ frepas NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fr_annee = wAnneeBudget
                    AND fr_mois >= 1 AND fr_mois <= wMoisBudget THEN
                        ADD fr_prixRepas TO TBG-REEL(1, fr_mois)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE frepas.

      ******************************************************************
      * Réel ACHATS : montant commandé (quantité commandée x prix
      * unitaire) des commandes fournisseurs, au mois de la commande.
        BUDGET_REEL_COMMANDES.
        OPEN INPUT fcommandes
        OPEN INPUT flignescmd
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fcommandes NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    MOVE fco_dateCommande TO wDateBudget
                    IF wDateBudgetAnnee = wAnneeBudget
                    AND wDateBudgetMois <= wMoisBudget THEN
                        MOVE wDateBudgetMois TO TBG-M
                        PERFORM BUDGET_LIGNES_COMMANDE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE flignescmd
        CLOSE fcommandes.

      ******************************************************************
      * Ajoute au mois TBG-M des ACHATS les lignes de la commande
      * courante (comd_tamp).
        BUDGET_LIGNES_COMMANDE.
        MOVE fco_numC TO fcl_numCommande
        MOVE 0 TO fcl_numLigne
        MOVE 0 TO fdz
        START flignescmd KEY IS >= fcl_cle
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ flignescmd NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fcl_numCommande NOT = fco_numC THEN
                        MOVE 1 TO fdz
                    ELSE
                        COMPUTE TBG-REEL(2, TBG-M) =
                            TBG-REEL(2, TBG-M)
                            + fcl_qteCommandee * fcl_prixUnitaire
                    END-IF
            END-READ
        END-PERFORM.

      ******************************************************************
      * Réel ENTRETIEN : coût des interventions closes, au mois de
      * leur clôture.
        BUDGET_REEL_INTERVENTIONS.
        OPEN INPUT fintervention
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fintervention NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    MOVE fi_dateCloture TO wDateBudget
                    IF fi_statut = "FERMEE"
                    AND wDateBudgetAnnee = wAnneeBudget
                    AND wDateBudgetMois <= wMoisBudget
                    AND wDateBudgetMois >= 1 THEN
                        MOVE wDateBudgetMois TO TBG-M
                        ADD fi_cout TO TBG-REEL(4, TBG-M)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fintervention.

      ******************************************************************
      * Réel BILLETTERIE : recette encaissée de la fréquentation.
        BUDGET_REEL_BILLETTERIE.
        OPEN INPUT ffrequentation
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ ffrequentation NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    MOVE ffq_date TO wDateBudget
                    IF wDateBudgetAnnee = wAnneeBudget
                    AND wDateBudgetMois <= wMoisBudget
                    AND wDateBudgetMois >= 1 THEN
                        MOVE wDateBudgetMois TO TBG-M
                        ADD ffq_recette TO TBG-REEL(5, TBG-M)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ffrequentation.


      ***********************************
      *                                 *
      *         FONCTIONS STOCK         *
      *                                 *
      ***********************************

        MENU_STOCK.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Ajouter un article au stock'
        DISPLAY '2 : Enregistrer une livraison'
        DISPLAY '3 : Afficher le stock'
        DISPLAY '4 : Rapport des articles à recommander'
        DISPLAY '5 : Gérer les fournisseurs'
        DISPLAY '6 : Passer une commande fournisseur'
        DISPLAY '7 : Rapport des commandes en cours'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM AJOUT_ARTICLE_STOCK
                WHEN "2" PERFORM RECEPTION_STOCK
                WHEN "3" PERFORM AFFICHER_STOCK
                WHEN "4" PERFORM RAPPORT_STOCK_A_COMMANDER
                WHEN "5" PERFORM MENU_FOURNISSEURS
                WHEN "6" PERFORM AJOUT_COMMANDE
                WHEN "7" PERFORM RAPPORT_COMMANDES_EN_COURS
                WHEN "0" PERFORM APPELER_MENU
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
        AJOUT_ARTICLE_STOCK.
        OPEN I-O fstock
        MOVE 0 TO articleTrouve
        PERFORM WITH TEST AFTER UNTIL articleTrouve = 1
            DISPLAY "Quel est le nom de l article ?"
            ACCEPT wArticle
            MOVE wArticle TO fst_article
            READ fstock
                INVALID KEY MOVE 1 TO articleTrouve
                NOT INVALID KEY DISPLAY "Cet article existe déjà"
            END-READ
        END-PERFORM
        DISPLAY "Quelle est son unité (kg, pièce, litre...) ?"
        ACCEPT wUnite
        DISPLAY "Quantité en stock ?"
        ACCEPT wQuantite
        DISPLAY "Seuil de réapprovisionnement ?"
        ACCEPT wSeuil
        DISPLAY "Coût unitaire ?"
        ACCEPT wCoutUnit
        MOVE wArticle TO fst_article
        MOVE wUnite TO fst_unite
        MOVE wQuantite TO fst_quantite
        MOVE wSeuil TO fst_seuil
        MOVE wCoutUnit TO fst_coutUnitaire
        WRITE stock_tamp
            INVALID KEY DISPLAY "ERREUR : article non ajouté"
            NOT INVALID KEY DISPLAY "Article ajouté !"
        END-WRITE
        CLOSE fstock.

      ******************************************************************
      * Réception d une livraison : la livraison est pointée sur une
      * ligne d une commande fournisseur ouverte, si bien que les
      * livraisons partielles restent visibles dans le rapport des
      * commandes en cours et que le prix facturé est rapproché du
      * prix convenu et du coût unitaire du stock. La quantité reçue
      * s ajoute à la quantité en stock de l article de la ligne.
        RECEPTION_STOCK.
        OPEN I-O fcommandes
        MOVE 0 TO commandeTrouvee
        PERFORM WITH TEST AFTER UNTIL commandeTrouvee = 1
            DISPLAY "Quel est le numéro de la commande livrée ?"
            ACCEPT wNumCommande
            MOVE wNumCommande TO fco_numC
            READ fcommandes
                INVALID KEY DISPLAY "Cette commande n existe pas"
                NOT INVALID KEY
                    IF fco_statut = "SOLDEE" THEN
                        DISPLAY "Cette commande est déjà soldée"
                    ELSE
                        MOVE 1 TO commandeTrouvee
                    END-IF
            END-READ
        END-PERFORM

        OPEN I-O flignescmd
        PERFORM AFFICHER_LIGNES_COMMANDE
        MOVE 0 TO ligneTrouvee
        PERFORM WITH TEST AFTER UNTIL ligneTrouvee = 1
            DISPLAY "Quel est le numéro de la ligne livrée ?"
            ACCEPT wNumLigne
            MOVE wNumCommande TO fcl_numCommande
            MOVE wNumLigne TO fcl_numLigne
            READ flignescmd
                INVALID KEY DISPLAY "Cette ligne n existe pas"
                NOT INVALID KEY MOVE 1 TO ligneTrouvee
            END-READ
        END-PERFORM
        COMPUTE wResteALivrer = fcl_qteCommandee - fcl_qteRecue
        DISPLAY "Article " fcl_article " : reste à livrer "
            wResteALivrer
        DISPLAY "Quantité livrée ?"
        ACCEPT wQteLivree
        IF wQteLivree < wResteALivrer THEN
            DISPLAY "Livraison partielle : le reliquat restera dans"
            DISPLAY "le rapport des commandes en cours"
        END-IF
        IF wQteLivree > wResteALivrer THEN
            DISPLAY "Attention : livraison supérieure au reliquat"
        END-IF
        DISPLAY "Prix unitaire facturé ?"
        ACCEPT wPrixFacture
        IF wPrixFacture NOT = fcl_prixUnitaire THEN
            DISPLAY "Ecart avec le prix convenu à la commande ("
                fcl_prixUnitaire "€)"
        END-IF

      * Verrou inter-postes sur l article livré, posé AVANT la mise
      * à jour de la ligne : un abandon ne laisse ni la quantité
      * reçue ni le stock à moitié mis à jour, et refaire la
      * livraison plus tard ne compte pas la quantité deux fois
        MOVE "STOCK" TO wVerrouFichier
        MOVE fcl_article TO wVerrouCle
        PERFORM VERROU_POSER
        IF verrouObtenu = 0 THEN
            DISPLAY "Livraison abandonnée : ni la ligne de commande"
            DISPLAY "ni le stock n ont été mis à jour"
        ELSE
            MOVE fcl_qteRecue TO wAuditAvant
            ADD wQteLivree TO fcl_qteRecue
            MOVE fcl_qteRecue TO wAuditApres
            REWRITE lcmd_tamp
            END-REWRITE
            MOVE "LIGNESCMD" TO wAuditFichier
            MOVE "MODIF" TO wAuditOperation
            MOVE fcl_cle TO wAuditCle
            PERFORM AUDIT_ECRIRE

      * Entrée en stock de l article livré, avec rapprochement du
      * prix facturé et du coût unitaire enregistré au stock
            OPEN I-O fstock
            MOVE fcl_article TO fst_article
            READ fstock
                INVALID KEY
                    DISPLAY "Article absent du stock : quantité non"
                        " entrée en stock"
                NOT INVALID KEY
                    IF wPrixFacture NOT = fst_coutUnitaire THEN
                        DISPLAY "Prix facturé " wPrixFacture
                            "€ pour un coût unitaire stock de "
                            fst_coutUnitaire "€"
                    END-IF
                    MOVE fst_quantite TO wAuditAvant
                    ADD wQteLivree TO fst_quantite
                    MOVE fst_quantite TO wAuditApres
                    REWRITE stock_tamp
                    END-REWRITE
                    MOVE "STOCK" TO wAuditFichier
                    MOVE "MODIF" TO wAuditOperation
                    MOVE fcl_article TO wAuditCle
                    PERFORM AUDIT_ECRIRE
            END-READ
            CLOSE fstock
            PERFORM VERROU_LIBERER

      * La commande est soldée quand toutes ses lignes sont
      * entièrement reçues
            PERFORM VERIFIER_COMMANDE_SOLDEE
            IF toutLivre = 1 THEN
                MOVE fco_statut TO wAuditAvant
                MOVE "SOLDEE" TO fco_statut
                MOVE fco_statut TO wAuditApres
                REWRITE comd_tamp
                END-REWRITE
                MOVE "COMMANDES" TO wAuditFichier
                MOVE "MODIF" TO wAuditOperation
                MOVE wNumCommande TO wAuditCle
                PERFORM AUDIT_ECRIRE
                DISPLAY "Commande entièrement livrée : soldée"
            END-IF
            DISPLAY "Livraison enregistrée"
        END-IF
        CLOSE flignescmd
        CLOSE fcommandes.

      ******************************************************************
      * Affiche les lignes de la commande wNumCommande avec le reste
      * à livrer de chacune. flignescmd est supposé ouvert par
      * l appelant ; le parcours écrase lcmd_tamp.
        AFFICHER_LIGNES_COMMANDE.
        MOVE wNumCommande TO fcl_numCommande
        MOVE 0 TO fcl_numLigne
        MOVE 0 TO fdz
        MOVE 0 TO cptLignesCmd
        START flignescmd KEY IS >= fcl_cle
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ flignescmd NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fcl_numCommande NOT = wNumCommande THEN
                        MOVE 1 TO fdz
                    ELSE
                        ADD 1 TO cptLignesCmd
                        COMPUTE wResteALivrer =
                            fcl_qteCommandee - fcl_qteRecue
                        MOVE SPACES TO phraseCommande
                        STRING "Ligne " fcl_numLigne " : "
                        fcl_article " commandé " fcl_qteCommandee
                        ", reçu " fcl_qteRecue ", reste "
                        wResteALivrer INTO phraseCommande
                        DISPLAY phraseCommande
                    END-IF
            END-READ
        END-PERFORM
        IF cptLignesCmd = 0 THEN
            DISPLAY "Aucune ligne sur cette commande"
        END-IF.

      ******************************************************************
      * Cherche si toutes les lignes de la commande wNumCommande sont
      * entièrement reçues. flignescmd est supposé ouvert par
      * l appelant ; le parcours écrase lcmd_tamp. Renvoie
      * toutLivre = 1 si plus rien n est à livrer.
        VERIFIER_COMMANDE_SOLDEE.
        MOVE 1 TO toutLivre
        MOVE wNumCommande TO fcl_numCommande
        MOVE 0 TO fcl_numLigne
        MOVE 0 TO fdz
        START flignescmd KEY IS >= fcl_cle
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ flignescmd NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fcl_numCommande NOT = wNumCommande THEN
                        MOVE 1 TO fdz
                    ELSE
                        IF fcl_qteRecue < fcl_qteCommandee THEN
                            MOVE 0 TO toutLivre
                            MOVE 1 TO fdz
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

      ******************************************************************
      * Carnet d adresses des fournisseurs du stock d alimentation.
        MENU_FOURNISSEURS.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Ajouter un fournisseur'
        DISPLAY '2 : Afficher les fournisseurs'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM AJOUT_FOURNISSEUR
                WHEN "2" PERFORM AFFICHER_FOURNISSEURS
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
        AJOUT_FOURNISSEUR.
        OPEN I-O ffournisseurs
        MOVE 0 TO fournisseurTrouve
        PERFORM WITH TEST AFTER UNTIL fournisseurTrouve = 1
            DISPLAY "Quel est le numéro du fournisseur ?"
            ACCEPT wNumFournisseur
            MOVE wNumFournisseur TO ffo_numF
            READ ffournisseurs
                INVALID KEY MOVE 1 TO fournisseurTrouve
                NOT INVALID KEY DISPLAY "Ce fournisseur existe déjà"
            END-READ
        END-PERFORM
        DISPLAY "Quel est son nom ?"
        ACCEPT wNomFournisseur
        DISPLAY "Quel est son numéro de téléphone ?"
        ACCEPT wTelFournisseur
        MOVE wNumFournisseur TO ffo_numF
        MOVE wNomFournisseur TO ffo_nom
        MOVE wTelFournisseur TO ffo_telephone
        WRITE four_tamp
            INVALID KEY DISPLAY "ERREUR : fournisseur non ajouté"
            NOT INVALID KEY DISPLAY "Fournisseur ajouté !"
        END-WRITE
        CLOSE ffournisseurs.

      ******************************************************************
        AFFICHER_FOURNISSEURS.
        OPEN INPUT ffournisseurs
        MOVE 0 TO fin
        PERFORM WITH TEST AFTER UNTIL fin = 1
                READ ffournisseurs NEXT
                AT END
                        MOVE 1 TO fin
                NOT AT END
                        DISPLAY "Fournisseur n°" ffo_numF " : "
                            ffo_nom " (tél " ffo_telephone ")"
                END-READ
        END-PERFORM
        CLOSE ffournisseurs.

      ******************************************************************
      * Création d une commande fournisseur : en-tête daté du jour
      * puis saisie des lignes, chacune référençant un article du
      * stock avec la quantité et le prix unitaire convenus. Le
      * numéro de commande est le plus grand numéro existant plus un,
      * comme pour le registre des mouvements.
        AJOUT_COMMANDE.
        OPEN INPUT ffournisseurs
        MOVE 0 TO fournisseurTrouve
        PERFORM WITH TEST AFTER UNTIL fournisseurTrouve = 1
            DISPLAY "Quel est le numéro du fournisseur ?"
            ACCEPT wNumFournisseur
            MOVE wNumFournisseur TO ffo_numF
            READ ffournisseurs
                INVALID KEY DISPLAY "Ce fournisseur n existe pas"
                NOT INVALID KEY
                    MOVE 1 TO fournisseurTrouve
                    DISPLAY "Commande auprès de " ffo_nom
            END-READ
        END-PERFORM
        CLOSE ffournisseurs

        OPEN I-O fcommandes
        MOVE 0 TO wNumCommande
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fcommandes NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        IF fco_numC > wNumCommande THEN
                            MOVE fco_numC TO wNumCommande
                        END-IF
                END-READ
        END-PERFORM
        ADD 1 TO wNumCommande
        MOVE wNumCommande TO fco_numC
        MOVE wNumFournisseur TO fco_numFournisseur
        MOVE FUNCTION CURRENT-DATE(1:4) TO rapDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO rapDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO rapDateJour
        COMPUTE fco_dateCommande = rapDateAnnee * 10000
            + rapDateMois * 100 + rapDateJour
        MOVE "OUVERTE" TO fco_statut
        WRITE comd_tamp
        END-WRITE
        CLOSE fcommandes
        DISPLAY "Commande n°" wNumCommande " créée"

      * Saisie des lignes de la commande
        OPEN I-O flignescmd
        OPEN INPUT fstock
        MOVE 0 TO wNumLigne
        MOVE 0 TO finSaisieLigne
        PERFORM WITH TEST AFTER UNTIL finSaisieLigne = 1
            DISPLAY "Article à commander (FIN pour terminer) ?"
            ACCEPT wArticle
            IF wArticle = "FIN" THEN
                MOVE 1 TO finSaisieLigne
            ELSE
                MOVE wArticle TO fst_article
                READ fstock
                    INVALID KEY DISPLAY "Article inconnu au stock"
                    NOT INVALID KEY
                        DISPLAY "En stock : " fst_quantite " "
                            fst_unite " (seuil " fst_seuil ")"
                        DISPLAY "Quantité commandée ?"
                        ACCEPT wQteCommandee
                        DISPLAY "Prix unitaire convenu ?"
                        ACCEPT wPrixConvenu
                        ADD 1 TO wNumLigne
                        MOVE wNumCommande TO fcl_numCommande
                        MOVE wNumLigne TO fcl_numLigne
                        MOVE wArticle TO fcl_article
                        MOVE wQteCommandee TO fcl_qteCommandee
                        MOVE 0 TO fcl_qteRecue
                        MOVE wPrixConvenu TO fcl_prixUnitaire
                        WRITE lcmd_tamp
                            INVALID KEY
                                DISPLAY "ERREUR : ligne non ajoutée"
                            NOT INVALID KEY
                                DISPLAY "Ligne n°" wNumLigne
                                    " ajoutée"
                        END-WRITE
                END-READ
            END-IF
        END-PERFORM
        CLOSE fstock
        CLOSE flignescmd
        IF wNumLigne = 0 THEN
            DISPLAY "Attention : commande sans aucune ligne"
        END-IF.

      ******************************************************************
      * Rapport des commandes fournisseur encore ouvertes, avec le
      * reste à livrer de chaque ligne (rapport_commandes.txt), à
      * rapprocher du rapport des articles à recommander avant de
      * passer une nouvelle commande.
        RAPPORT_COMMANDES_EN_COURS.
        MOVE FUNCTION CURRENT-DATE(1:4) TO rapDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO rapDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO rapDateJour
        OPEN OUTPUT frapportCommandes
        MOVE SPACES TO rapLigne
        STRING "COMMANDES FOURNISSEUR EN COURS AU " rapDateJour "/"
            rapDateMois "/" rapDateAnnee INTO rapLigne
        WRITE racm_tamp FROM rapLigne

        MOVE 0 TO cptCommandes
        OPEN INPUT fcommandes
        IF fcomdCR = 35 THEN
            OPEN OUTPUT fcommandes
            CLOSE fcommandes
            OPEN INPUT fcommandes
        END-IF
        OPEN INPUT flignescmd
        IF flcmdCR = 35 THEN
            OPEN OUTPUT flignescmd
            CLOSE flignescmd
            OPEN INPUT flignescmd
        END-IF
        OPEN INPUT ffournisseurs
        IF ffourCR = 35 THEN
            OPEN OUTPUT ffournisseurs
            CLOSE ffournisseurs
            OPEN INPUT ffournisseurs
        END-IF
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fcommandes NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fco_statut = "OUVERTE" THEN
                        ADD 1 TO cptCommandes
                        MOVE fco_numFournisseur TO ffo_numF
                        READ ffournisseurs
                            INVALID KEY
                                MOVE "(fournisseur inconnu)"
                                    TO wNomFournisseur
                            NOT INVALID KEY
                                MOVE ffo_nom TO wNomFournisseur
                        END-READ
                        MOVE SPACES TO phraseCommande
                        STRING "Commande n°" fco_numC " du "
                        fco_dateCommande(7:2) "/"
                        fco_dateCommande(5:2) "/"
                        fco_dateCommande(1:4) " - "
                        wNomFournisseur INTO phraseCommande
                        WRITE racm_tamp FROM phraseCommande
                        PERFORM RAPPORT_LIGNES_COMMANDE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ffournisseurs
        CLOSE flignescmd
        CLOSE fcommandes
        IF cptCommandes = 0 THEN
            MOVE "Aucune commande en cours" TO racm_tamp
            WRITE racm_tamp
        END-IF
        CLOSE frapportCommandes
        DISPLAY "Rapport écrit dans rapport_commandes.txt ("
            cptCommandes " commande(s))".

      ******************************************************************
      * Ecrit dans le rapport les lignes de la commande courante
      * (comd_tamp) avec le reste à livrer. flignescmd et
      * frapportCommandes sont supposés ouverts par
      * RAPPORT_COMMANDES_EN_COURS ; le parcours écrase lcmd_tamp.
        RAPPORT_LIGNES_COMMANDE.
        MOVE fco_numC TO fcl_numCommande
        MOVE 0 TO fcl_numLigne
        MOVE 0 TO fdz
        MOVE 0 TO cptLignesCmd
        START flignescmd KEY IS >= fcl_cle
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ flignescmd NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fcl_numCommande NOT = fco_numC THEN
                        MOVE 1 TO fdz
                    ELSE
                        ADD 1 TO cptLignesCmd
                        COMPUTE wResteALivrer =
                            fcl_qteCommandee - fcl_qteRecue
                        MOVE SPACES TO phraseCommande
                        STRING "  Ligne " fcl_numLigne " : "
                        fcl_article " commandé " fcl_qteCommandee
                        ", reçu " fcl_qteRecue ", reste "
                        wResteALivrer ", prix convenu "
                        fcl_prixUnitaire "€" INTO phraseCommande
                        WRITE racm_tamp FROM phraseCommande
                    END-IF
            END-READ
        END-PERFORM
        IF cptLignesCmd = 0 THEN
            MOVE "  (aucune ligne)" TO racm_tamp
            WRITE racm_tamp
        END-IF.

      ******************************************************************
        AFFICHER_STOCK.
        OPEN INPUT fstock
        MOVE 0 TO fin
        PERFORM WITH TEST AFTER UNTIL fin = 1
                READ fstock NEXT
                AT END
                        MOVE 1 TO fin
                NOT AT END
                        MOVE SPACES TO phraseStock
                        STRING "Article " fst_article " : "
                        fst_quantite " " fst_unite " (seuil "
                        fst_seuil ", coût unitaire "
                        fst_coutUnitaire "€)" INTO phraseStock
                        DISPLAY phraseStock
                        IF fst_quantite <= fst_seuil THEN
                            DISPLAY "  -> SOUS LE SEUIL, à recommander"
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fstock.

      ******************************************************************
      * Rapport journalier des articles dont la quantité en stock est
      * inférieure ou égale au seuil de réapprovisionnement, à
      * destination du magasinier (rapport_stock.txt). Egalement
      * produit par la clôture de fin de journée.
        RAPPORT_STOCK_A_COMMANDER.
        MOVE FUNCTION CURRENT-DATE(1:4) TO rapDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO rapDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO rapDateJour
        OPEN OUTPUT frapportStock
        MOVE SPACES TO rapLigne
        STRING "ARTICLES A RECOMMANDER AU " rapDateJour "/"
            rapDateMois "/" rapDateAnnee INTO rapLigne
        WRITE rast_tamp FROM rapLigne

        MOVE 0 TO cptStockBas
        OPEN INPUT fstock
        IF fstocCR = 35 THEN
            OPEN OUTPUT fstock
            CLOSE fstock
            OPEN INPUT fstock
        END-IF
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fstock NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fst_quantite <= fst_seuil THEN
                        ADD 1 TO cptStockBas
                        MOVE SPACES TO phraseStock
                        STRING "Article " fst_article " : reste "
                        fst_quantite " " fst_unite " pour un seuil"
                        " de " fst_seuil INTO phraseStock
                        WRITE rast_tamp FROM phraseStock
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fstock
        IF cptStockBas = 0 THEN
            MOVE "Aucun article sous son seuil" TO rast_tamp
            WRITE rast_tamp
        END-IF
        CLOSE frapportStock
        DISPLAY "Rapport écrit dans rapport_stock.txt ("
            cptStockBas " article(s))".

      ******************************************************************
      * Décompte du stock des articles utilisés pour le repas qui
      * vient d être saisi dans AJOUT_REPAS : chaque article consommé
      * est déstocké, avec alerte quand le seuil est atteint.
        CONSOMMER_STOCK_REPAS.
        OPEN I-O fstock
        MOVE 0 TO finSaisieStock
        DISPLAY "Décompte du stock des articles utilisés"
        PERFORM WITH TEST AFTER UNTIL finSaisieStock = 1
            DISPLAY "Article utilisé (FIN pour terminer) ?"
            ACCEPT wArticle
            IF wArticle = "FIN" THEN
                MOVE 1 TO finSaisieStock
            ELSE
      * Verrou inter-postes sur l article déstocké
                MOVE "STOCK" TO wVerrouFichier
                MOVE wArticle TO wVerrouCle
                PERFORM VERROU_POSER
                IF verrouObtenu = 0 THEN
                    DISPLAY "Article non déstocké"
                ELSE
                MOVE wArticle TO fst_article
                READ fstock
                    INVALID KEY DISPLAY "Article inconnu au stock"
                    NOT INVALID KEY
                        DISPLAY "Quantité utilisée ?"
                        ACCEPT wQuantite
                        MOVE fst_quantite TO wAuditAvant
                        IF wQuantite > fst_quantite THEN
                            DISPLAY "Attention : il ne restait que "
                                fst_quantite " " fst_unite
                            MOVE 0 TO fst_quantite
                        ELSE
                            SUBTRACT wQuantite FROM fst_quantite
                        END-IF
                        MOVE fst_quantite TO wAuditApres
                        REWRITE stock_tamp
                        END-REWRITE
                        MOVE "STOCK" TO wAuditFichier
                        MOVE "MODIF" TO wAuditOperation
                        MOVE wArticle TO wAuditCle
                        PERFORM AUDIT_ECRIRE
                        IF fst_quantite <= fst_seuil THEN
                            DISPLAY "Article sous son seuil de "
                                "réapprovisionnement"
                        END-IF
      * Un article épuisé part à l employé d astreinte
                        IF fst_quantite = 0 THEN
                            PERFORM ALERTE_STOCK_PREPARER
                            PERFORM ALERTE_LEVER
                        END-IF
                END-READ
                PERFORM VERROU_LIBERER
                END-IF
            END-IF
        END-PERFORM
        CLOSE fstock.


      ******************************************
      *                                        *
      *         FONCTIONS BILLETTERIE          *
      *                                        *
      ******************************************

        MENU_BILLETTERIE.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Saisir la fréquentation d une journée'
        DISPLAY '2 : Afficher la fréquentation d une journée'
        DISPLAY '3 : Rapport mensuel recettes / coûts de repas'
        DISPLAY '4 : Gérer les tarifs d entrée'
        DISPLAY '5 : Rapport de rapprochement caisse'
        DISPLAY '6 : Réservations de groupes et scolaires'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM SAISIR_FREQUENTATION
                WHEN "2" PERFORM AFFICHER_FREQUENTATION
                WHEN "3" PERFORM RAPPORT_MARGE
                WHEN "4" PERFORM MENU_TARIFS
                WHEN "5" PERFORM RAPPORT_CAISSE
                WHEN "6" PERFORM MENU_RESERVATIONS
                WHEN "0" PERFORM APPELER_MENU
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Saisie (ou correction) du journal de la billetterie pour une
      * journée : nombre d entrées par tarif et recette encaissée,
      * la date servant de clé.
        SAISIR_FREQUENTATION.
        OPEN I-O ffrequentation
        DISPLAY "Date de la journée :"
        PERFORM DEMANDER_DATE_OUVERTE
        COMPUTE wDateCle = annee * 10000 + mois * 100 + jour

      * Verrou inter-postes sur la journée : deux guichets ne
      * corrigent pas la même saisie en même temps
        MOVE "FREQUENT" TO wVerrouFichier
        MOVE wDateCle TO wVerrouCle
        PERFORM VERROU_POSER
        IF verrouObtenu = 0 THEN
            DISPLAY "Saisie abandonnée"
        ELSE
            MOVE wDateCle TO ffq_date
            MOVE 0 TO journeeTrouvee
            READ ffrequentation
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO journeeTrouvee
                    DISPLAY "Cette journée a déjà été saisie ("
                        ffq_recette "€), elle va être corrigée"
            END-READ

            DISPLAY "Nombre d entrées adultes ?"
            ACCEPT wNbAdultes
            DISPLAY "Nombre d entrées enfants ?"
            ACCEPT wNbEnfants
            DISPLAY "Nombre d entrées groupes ?"
            ACCEPT wNbGroupes
            DISPLAY "Nombre d entrées gratuites ?"
            ACCEPT wNbGratuits

      * Recette théorique au tarif en vigueur ce jour-là, pour que
      * l opérateur voie tout de suite un écart de caisse au lieu
      * de le découvrir dans le rapport mensuel
            PERFORM CALCULER_RECETTE_THEORIQUE
            DISPLAY "Recette théorique au tarif en vigueur : "
                wRecetteTheorique "€"
            DISPLAY "Recette encaissée (en €) ?"
            ACCEPT wRecette
            COMPUTE wEcartCaisse = wRecette - wRecetteTheorique
            IF wEcartCaisse NOT = 0 THEN
                MOVE wEcartCaisse TO wEcartAff
                DISPLAY "Ecart avec la recette théorique : "
                    wEcartAff "€"
            END-IF

            MOVE wDateCle TO ffq_date
            MOVE wNbAdultes TO ffq_nbAdultes
            MOVE wNbEnfants TO ffq_nbEnfants
            MOVE wNbGroupes TO ffq_nbGroupes
            MOVE wNbGratuits TO ffq_nbGratuits
            IF journeeTrouvee = 1 THEN
                MOVE ffq_recette TO wAuditAvant
                MOVE wRecette TO ffq_recette
                MOVE ffq_recette TO wAuditApres
                REWRITE freq_tamp
                END-REWRITE
                MOVE "FREQUENT" TO wAuditFichier
                MOVE "MODIF" TO wAuditOperation
                MOVE wDateCle TO wAuditCle
                PERFORM AUDIT_ECRIRE
                DISPLAY "Journée corrigée !"
            ELSE
                MOVE wRecette TO ffq_recette
                WRITE freq_tamp
                    INVALID KEY
                        DISPLAY "ERREUR : journée non ajoutée"
                    NOT INVALID KEY
                        DISPLAY "Journée enregistrée !"
                END-WRITE
            END-IF
            PERFORM VERROU_LIBERER
        END-IF
        CLOSE ffrequentation
      * Rapprochement immédiat avec les réservations de groupes
        IF verrouObtenu = 1 THEN
            PERFORM RAPPROCHER_RESERVATIONS
        END-IF.

      ******************************************************************
        AFFICHER_FREQUENTATION.
        OPEN INPUT ffrequentation
        DISPLAY "Date de la journée :"
        PERFORM DEMANDER_DATE
        COMPUTE wDateCle = annee * 10000 + mois * 100 + jour
        MOVE wDateCle TO ffq_date
        READ ffrequentation
            INVALID KEY DISPLAY "Aucune saisie pour cette journée"
            NOT INVALID KEY
                MOVE SPACES TO phraseFreq
                STRING "Le " ffq_date(7:2) "/" ffq_date(5:2) "/"
                ffq_date(1:4) " : " ffq_nbAdultes " adultes, "
                ffq_nbEnfants " enfants, " ffq_nbGroupes
                " groupes, " ffq_nbGratuits " gratuits, recette "
                ffq_recette "€" INTO phraseFreq
                DISPLAY phraseFreq
        END-READ
        CLOSE ffrequentation.

      ******************************************************************
      * Rapport mensuel mettant face à face, pour chaque mois de la
      * période demandée, la recette de la billetterie et le coût des
      * repas déjà saisis, avec la marge qui en résulte
      * (rapport_marge.txt). La direction n a plus à ressaisir les
      * deux colonnes dans un tableur.
        RAPPORT_MARGE.
        PERFORM DEMANDER_PERIODE_COUT
        MOVE 0 TO TM-COUNT

      * Cumul des recettes de la billetterie par mois
        OPEN INPUT ffrequentation
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ ffrequentation NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    COMPUTE wMoisCourant = ffq_date / 100
                    IF wMoisCourant >= dateDebutRep
                    AND wMoisCourant <= dateFinRep THEN
                        PERFORM AJOUTER_RECETTE_MOIS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ffrequentation

      * Cumul des coûts de repas par mois sur la même période
        OPEN INPUT frepas
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ frepas NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    COMPUTE wMoisCourant = fr_annee * 100 + fr_mois
                    IF wMoisCourant >= dateDebutRep
                    AND wMoisCourant <= dateFinRep THEN
                        PERFORM AJOUTER_COUT_MOIS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE frepas

        PERFORM TRI_TABLE_MARGE

        OPEN OUTPUT frapportMarge
        MOVE SPACES TO rapLigne
        STRING "RAPPORT RECETTES / COUTS DE REPAS DU " wMoisDebut
            "/" wAnneeDebut " AU " wMoisFin "/" wAnneeFin
            INTO rapLigne
        WRITE rama_tamp FROM rapLigne
        IF TM-COUNT = 0 THEN
            MOVE "Aucune recette ni coût sur la période"
                TO rama_tamp
            WRITE rama_tamp
        ELSE
            PERFORM VARYING TM-I FROM 1 BY 1 UNTIL TM-I > TM-COUNT
                COMPUTE wMarge = TM-RECETTE(TM-I) - TM-COUT(TM-I)
                MOVE wMarge TO wMargeAff
                MOVE SPACES TO rapLigne
                STRING "Mois " TM-MOIS(TM-I)(5:2) "/"
                TM-MOIS(TM-I)(1:4) " : recettes "
                TM-RECETTE(TM-I) "€, coûts repas " TM-COUT(TM-I)
                "€, marge " wMargeAff "€" INTO rapLigne
                WRITE rama_tamp FROM rapLigne
            END-PERFORM
        END-IF
        CLOSE frapportMarge
        DISPLAY "Rapport écrit dans rapport_marge.txt".

      ******************************************************************
      * Cumul de la recette de la journée courante dans l entrée de
      * la table des marges correspondant au mois (créée si absente)
        AJOUTER_RECETTE_MOIS.
        MOVE 0 TO TM-TROUVE
        PERFORM VARYING TM-I FROM 1 BY 1 UNTIL TM-I > TM-COUNT
            IF TM-MOIS(TM-I) = wMoisCourant THEN
                ADD ffq_recette TO TM-RECETTE(TM-I)
                MOVE 1 TO TM-TROUVE
            END-IF
        END-PERFORM
        IF TM-TROUVE = 0 AND TM-COUNT < 200 THEN
            ADD 1 TO TM-COUNT
            MOVE wMoisCourant TO TM-MOIS(TM-COUNT)
            MOVE ffq_recette TO TM-RECETTE(TM-COUNT)
            MOVE 0 TO TM-COUT(TM-COUNT)
        END-IF.

      ******************************************************************
      * Cumul du prix du repas courant dans l entrée de la table des
      * marges correspondant au mois (créée si absente)
        AJOUTER_COUT_MOIS.
        MOVE 0 TO TM-TROUVE
        PERFORM VARYING TM-I FROM 1 BY 1 UNTIL TM-I > TM-COUNT
            IF TM-MOIS(TM-I) = wMoisCourant THEN
                ADD fr_prixRepas TO TM-COUT(TM-I)
                MOVE 1 TO TM-TROUVE
            END-IF
        END-PERFORM
        IF TM-TROUVE = 0 AND TM-COUNT < 200 THEN
            ADD 1 TO TM-COUNT
            MOVE wMoisCourant TO TM-MOIS(TM-COUNT)
            MOVE 0 TO TM-RECETTE(TM-COUNT)
            MOVE fr_prixRepas TO TM-COUT(TM-COUNT)
        END-IF.

      ******************************************************************
      * Tri de la table des marges par mois croissant
        TRI_TABLE_MARGE.
        MOVE 1 TO TM-SWAPPED
        PERFORM WITH TEST BEFORE UNTIL TM-SWAPPED = 0
            MOVE 0 TO TM-SWAPPED
            PERFORM VARYING TM-I FROM 1 BY 1 UNTIL TM-I >= TM-COUNT
                IF TM-MOIS(TM-I) > TM-MOIS(TM-I + 1) THEN
                    MOVE TM-ENTREE(TM-I) TO TM-ENTREE-TEMP
                    MOVE TM-ENTREE(TM-I + 1) TO TM-ENTREE(TM-I)
                    MOVE TMT-MOIS TO TM-MOIS(TM-I + 1)
                    MOVE TMT-RECETTE TO TM-RECETTE(TM-I + 1)
                    MOVE TMT-COUT TO TM-COUT(TM-I + 1)
                    MOVE 1 TO TM-SWAPPED
                END-IF
            END-PERFORM
        END-PERFORM.

      ******************************************************************
      * Réservations des groupes et des scolaires : chaque visite est
      * réservée sur un créneau horaire dont la capacité (enfants et
      * adultes cumulés sur la journée) ne peut être dépassée. La
      * billetterie pointe les arrivées sur la liste du jour ; le
      * rapprochement avec la fréquentation saisie signale les groupes
      * absents et les entrées groupe sans réservation.
        MENU_RESERVATIONS.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Définir un créneau et sa capacité'
        DISPLAY '2 : Nouvelle réservation de groupe'
        DISPLAY '3 : Annuler une réservation'
        DISPLAY '4 : Liste des arrivées d une journée'
        DISPLAY '5 : Pointer l arrivée d un groupe'
        DISPLAY '6 : Rapprochement réservations / fréquentation'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM DEFINIR_CRENEAU
                WHEN "2" PERFORM AJOUT_RESERVATION
                WHEN "3" PERFORM ANNULER_RESERVATION
                WHEN "4" PERFORM LISTE_ARRIVEES_GROUPES
                WHEN "5" PERFORM POINTER_ARRIVEE_GROUPE
                WHEN "6"
                    DISPLAY "Date de la journée :"
                    PERFORM DEMANDER_DATE
                    COMPUTE wDateCle = annee * 10000 + mois * 100 + jour
                    PERFORM RAPPROCHER_RESERVATIONS
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Un créneau est identifié par son heure de début ; une capacité
      * à 0 ferme le créneau aux nouvelles réservations.
        DEFINIR_CRENEAU.
        DISPLAY "Heure de début du créneau :"
        PERFORM DEMANDER_HEURE
        DISPLAY "Capacité du créneau (enfants et adultes) ?"
        ACCEPT wCapaciteCreneau
        OPEN I-O fcreneaux
        MOVE wHeure TO fcn_heure
        READ fcreneaux
            INVALID KEY
                MOVE wCapaciteCreneau TO fcn_capacite
                WRITE cren_tamp
                    INVALID KEY DISPLAY "ERREUR : créneau non ajouté"
                    NOT INVALID KEY DISPLAY "Créneau défini !"
                END-WRITE
            NOT INVALID KEY
                MOVE fcn_capacite TO wAuditAvant
                MOVE wCapaciteCreneau TO fcn_capacite
                MOVE fcn_capacite TO wAuditApres
                REWRITE cren_tamp
                END-REWRITE
                MOVE "CRENEAUX" TO wAuditFichier
                MOVE "MODIF" TO wAuditOperation
                MOVE wHeure TO wAuditCle
                PERFORM AUDIT_ECRIRE
                DISPLAY "Capacité mise à jour !"
        END-READ
        CLOSE fcreneaux.

      ******************************************************************
      * Le créneau est choisi parmi ceux affichés avec leurs places
      * restantes ce jour-là ; 00h00 abandonne la saisie.
        AJOUT_RESERVATION.
        OPEN I-O freservations

      * Le numéro de réservation est attribué automatiquement depuis
      * le compteur persistant
        MOVE 0 TO wCompteurMax
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ freservations NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        IF frs_numR > wCompteurMax THEN
                            MOVE frs_numR TO wCompteurMax
                        END-IF
                END-READ
        END-PERFORM
        MOVE "RESERVATION" TO wCompteurNom
        PERFORM COMPTEUR_SUIVANT
        MOVE wCompteurValeur TO wNumReservation

        DISPLAY "Organisation (école, association...) ?"
        ACCEPT wOrganisation
        DISPLAY "Téléphone du contact ?"
        ACCEPT wTelReservation
        DISPLAY "Date de la visite :"
        PERFORM DEMANDER_DATE
        COMPUTE wDateCle = annee * 10000 + mois * 100 + jour

        OPEN INPUT fcreneaux
        PERFORM LISTER_CRENEAUX_JOUR
        MOVE 0 TO creneauTrouve
        IF cptCreneaux = 0 THEN
            DISPLAY "Aucun créneau de visite n est défini"
            MOVE 2 TO creneauTrouve
        END-IF
        PERFORM WITH TEST BEFORE UNTIL creneauTrouve NOT = 0
            DISPLAY "Heure du créneau (00h00 pour abandonner) :"
            PERFORM DEMANDER_HEURE
            IF wHeure = 0 THEN
                MOVE 2 TO creneauTrouve
            ELSE
                MOVE wHeure TO fcn_heure
                READ fcreneaux
                    INVALID KEY DISPLAY "Ce créneau n existe pas"
                    NOT INVALID KEY MOVE 1 TO creneauTrouve
                END-READ
            END-IF
        END-PERFORM
        MOVE fcn_capacite TO wCapaciteCreneau
        CLOSE fcreneaux

        IF creneauTrouve = 1 THEN
            PERFORM SAISIR_RESERVATION
        ELSE
            DISPLAY "Réservation abandonnée"
        END-IF
        CLOSE freservations.

      ******************************************************************
      * Suite de AJOUT_RESERVATION une fois le créneau wHeure du jour
      * wDateCle choisi : effectifs, contrôle de la capacité et
      * écriture. freservations est supposé ouvert par l appelant.
        SAISIR_RESERVATION.
        DISPLAY "Nombre d enfants ?"
        ACCEPT wResEnfants
        DISPLAY "Nombre d adultes (accompagnateurs compris) ?"
        ACCEPT wResAdultes
        MOVE SPACE TO wVisiteGuidee
        PERFORM WITH TEST AFTER UNTIL wVisiteGuidee = "O"
        OR wVisiteGuidee = "N"
            DISPLAY "Visite guidée (O/N) ?"
            ACCEPT wVisiteGuidee
            MOVE FUNCTION UPPER-CASE(wVisiteGuidee) TO wVisiteGuidee
        END-PERFORM
        DISPLAY "Acompte versé (en €, 0 si aucun) ?"
        ACCEPT wAcompte

      * Contrôle de la capacité du créneau ce jour-là
        PERFORM PLACES_RESERVEES_CRENEAU
        COMPUTE wPlacesDemandees = cptPlacesReservees
            + wResEnfants + wResAdultes
        IF wPlacesDemandees > wCapaciteCreneau THEN
            COMPUTE wPlacesRestantes = wCapaciteCreneau
                - cptPlacesReservees
            DISPLAY "Créneau complet : " wPlacesRestantes
                " place(s) restante(s) sur " wCapaciteCreneau
            DISPLAY "Réservation refusée"
        ELSE
            MOVE wNumReservation TO frs_numR
            MOVE wOrganisation TO frs_organisation
            MOVE wTelReservation TO frs_telephone
            MOVE wDateCle TO frs_date
            MOVE wHeure TO frs_creneau
            MOVE wResEnfants TO frs_nbEnfants
            MOVE wResAdultes TO frs_nbAdultes
            MOVE wVisiteGuidee TO frs_visiteGuidee
            MOVE wAcompte TO frs_acompte
            MOVE "RESERVE" TO frs_statut
            WRITE rese_tamp
                INVALID KEY DISPLAY "ERREUR : réservation non ajoutée"
                NOT INVALID KEY DISPLAY "Réservation n°"
                    wNumReservation " enregistrée !"
            END-WRITE
        END-IF.

      ******************************************************************
      * Affiche les créneaux définis avec leurs places restantes le
      * jour wDateCle et les compte dans cptCreneaux. fcreneaux et
      * freservations sont supposés ouverts par l appelant ; le
      * parcours écrase wHeure et rese_tamp.
        LISTER_CRENEAUX_JOUR.
        MOVE 0 TO cptCreneaux
        MOVE 0 TO fcn_heure
        MOVE 0 TO fdz
        START fcreneaux KEY IS >= fcn_heure
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ fcreneaux NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    ADD 1 TO cptCreneaux
                    MOVE fcn_heure TO wHeure
                    PERFORM PLACES_RESERVEES_CRENEAU
                    MOVE 0 TO fdz
                    IF cptPlacesReservees < fcn_capacite THEN
                        COMPUTE wPlacesRestantes = fcn_capacite
                            - cptPlacesReservees
                    ELSE
                        MOVE 0 TO wPlacesRestantes
                    END-IF
                    DISPLAY "Créneau " fcn_heure(1:2) "h"
                        fcn_heure(3:2) " : " wPlacesRestantes
                        " place(s) restante(s) sur " fcn_capacite
            END-READ
        END-PERFORM.

      ******************************************************************
      * Places déjà réservées (hors annulations) sur le créneau wHeure
      * du jour wDateCle, dans cptPlacesReservees. freservations est
      * supposé ouvert par l appelant ; le parcours écrase rese_tamp.
        PLACES_RESERVEES_CRENEAU.
        MOVE 0 TO cptPlacesReservees
        MOVE wDateCle TO frs_date
        MOVE wHeure TO frs_creneau
        MOVE 0 TO fdz
        START freservations KEY IS = frs_cleCreneau
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ freservations NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF frs_date NOT = wDateCle
                    OR frs_creneau NOT = wHeure THEN
                        MOVE 1 TO fdz
                    ELSE
                        IF frs_statut NOT = "ANNULE" THEN
                            ADD frs_nbEnfants TO cptPlacesReservees
                            ADD frs_nbAdultes TO cptPlacesReservees
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

      ******************************************************************
        ANNULER_RESERVATION.
        DISPLAY "Quel est le numéro de la réservation ?"
        ACCEPT wNumReservation
        OPEN I-O freservations
        MOVE wNumReservation TO frs_numR
        READ freservations
            INVALID KEY DISPLAY "Cette réservation n existe pas"
            NOT INVALID KEY
                IF frs_statut NOT = "RESERVE" THEN
                    DISPLAY "Réservation déjà " frs_statut
                ELSE
                    MOVE frs_statut TO wAuditAvant
                    MOVE "ANNULE" TO frs_statut
                    MOVE frs_statut TO wAuditApres
                    REWRITE rese_tamp
                    END-REWRITE
                    MOVE "RESERVAT" TO wAuditFichier
                    MOVE "MODIF" TO wAuditOperation
                    MOVE wNumReservation TO wAuditCle
                    PERFORM AUDIT_ECRIRE
                    DISPLAY "Réservation annulée"
                END-IF
        END-READ
        CLOSE freservations.

      ******************************************************************
        POINTER_ARRIVEE_GROUPE.
        DISPLAY "Quel est le numéro de la réservation ?"
        ACCEPT wNumReservation
        OPEN I-O freservations
        MOVE wNumReservation TO frs_numR
        READ freservations
            INVALID KEY DISPLAY "Cette réservation n existe pas"
            NOT INVALID KEY
                IF frs_statut NOT = "RESERVE" THEN
                    DISPLAY "Réservation déjà " frs_statut
                ELSE
                    MOVE "ARRIVE" TO frs_statut
                    REWRITE rese_tamp
                    END-REWRITE
                    DISPLAY frs_organisation " arrivé ("
                        frs_nbEnfants " enfant(s), " frs_nbAdultes
                        " adulte(s))"
                END-IF
        END-READ
        CLOSE freservations.

      ******************************************************************
      * Liste des arrivées de groupes pour la billetterie
      * (arrivees_groupes.txt), par créneau, avec le solde à encaisser
      * au tarif GROUPE en vigueur ce jour-là, acompte déduit.
        LISTE_ARRIVEES_GROUPES.
        DISPLAY "Date de la journée :"
        PERFORM DEMANDER_DATE
        COMPUTE wDateCle = annee * 10000 + mois * 100 + jour
        PERFORM PRIX_GROUPE_DU_JOUR

        OPEN OUTPUT farrivees
        MOVE SPACES TO phraseReservation
        STRING "ARRIVEES DES GROUPES DU " wDateCle(7:2) "/"
            wDateCle(5:2) "/" wDateCle(1:4) " (tarif groupe "
            wPrixGroupe "€)" INTO phraseReservation
        WRITE arri_tamp FROM phraseReservation

        MOVE 0 TO cptGroupesJour
        OPEN INPUT freservations
        MOVE wDateCle TO frs_date
        MOVE 0 TO frs_creneau
        MOVE 0 TO fdf
        START freservations KEY IS >= frs_cleCreneau
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ freservations NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF frs_date NOT = wDateCle THEN
                        MOVE 1 TO fdf
                    ELSE
                        IF frs_statut NOT = "ANNULE" THEN
                            ADD 1 TO cptGroupesJour
                            PERFORM ECRIRE_LIGNE_ARRIVEE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE freservations
        IF cptGroupesJour = 0 THEN
            MOVE "Aucun groupe attendu ce jour" TO arri_tamp
            WRITE arri_tamp
        END-IF
        CLOSE farrivees
        DISPLAY "Liste écrite dans arrivees_groupes.txt ("
            cptGroupesJour " groupe(s))".

      ******************************************************************
      * farrivees est supposé ouvert par LISTE_ARRIVEES_GROUPES.
        ECRIRE_LIGNE_ARRIVEE.
        COMPUTE wRecetteReservation =
            (frs_nbEnfants + frs_nbAdultes) * wPrixGroupe
        IF wRecetteReservation > frs_acompte THEN
            COMPUTE wSoldeReservation = wRecetteReservation
                - frs_acompte
        ELSE
            MOVE 0 TO wSoldeReservation
        END-IF
        MOVE SPACES TO phraseReservation
        STRING frs_creneau(1:2) "h" frs_creneau(3:2) " n°" frs_numR
            " " frs_organisation " tél " frs_telephone " : "
            frs_nbEnfants " enf. " frs_nbAdultes " adu. guide "
            frs_visiteGuidee " acompte " frs_acompte "€ solde "
            wSoldeReservation "€ " frs_statut
            INTO phraseReservation
        WRITE arri_tamp FROM phraseReservation.

      ******************************************************************
      * Tarif GROUPE en vigueur le jour wDateCle, dans wPrixGroupe.
        PRIX_GROUPE_DU_JOUR.
        OPEN INPUT ftarifs
        IF ftariCR = 35 THEN
            OPEN OUTPUT ftarifs
            CLOSE ftarifs
            OPEN INPUT ftarifs
        END-IF
        MOVE "GROUPE" TO wCategorie
        PERFORM TARIF_EN_VIGUEUR
        MOVE wPrixTarif TO wPrixGroupe
        CLOSE ftarifs.

      ******************************************************************
      * Rapprochement des réservations de la journée wDateCle avec la
      * fréquentation saisie (rapport_reservations.txt) : groupes
      * réservés non pointés à l arrivée, entrées groupe comptées au
      * guichet sans réservation correspondante, et recette attendue
      * des réservations au tarif GROUPE en vigueur.
        RAPPROCHER_RESERVATIONS.
        PERFORM PRIX_GROUPE_DU_JOUR
        OPEN OUTPUT frapportReservations
        MOVE SPACES TO phraseReservation
        STRING "RAPPROCHEMENT DES RESERVATIONS DU " wDateCle(7:2) "/"
            wDateCle(5:2) "/" wDateCle(1:4) INTO phraseReservation
        WRITE rare_tamp FROM phraseReservation

        MOVE 0 TO cptNonPresentes
        MOVE 0 TO cptPersonnesArrivees
        MOVE 0 TO wRecetteAttendue
        MOVE 0 TO wRecettePerdue
        OPEN INPUT freservations
        MOVE wDateCle TO frs_date
        MOVE 0 TO frs_creneau
        MOVE 0 TO fdf
        START freservations KEY IS >= frs_cleCreneau
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ freservations NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF frs_date NOT = wDateCle THEN
                        MOVE 1 TO fdf
                    ELSE
                        IF frs_statut NOT = "ANNULE" THEN
                            PERFORM RAPPROCHER_UNE_RESERVATION
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE freservations

        OPEN INPUT ffrequentation
        MOVE wDateCle TO ffq_date
        MOVE 0 TO journeeTrouvee
        READ ffrequentation
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 1 TO journeeTrouvee
        END-READ
        CLOSE ffrequentation
        IF journeeTrouvee = 0 THEN
            MOVE "Fréquentation de la journée non saisie" TO rare_tamp
            WRITE rare_tamp
        ELSE
            MOVE SPACES TO phraseReservation
            STRING "Entrées groupe au guichet : " ffq_nbGroupes
                ", personnes des groupes réservés pointés : "
                cptPersonnesArrivees INTO phraseReservation
            WRITE rare_tamp FROM phraseReservation
            IF ffq_nbGroupes > cptPersonnesArrivees THEN
                COMPUTE wEcartGroupes = ffq_nbGroupes
                    - cptPersonnesArrivees
                MOVE SPACES TO phraseReservation
                STRING "SANS RESERVATION : " wEcartGroupes
                    " entrée(s) groupe comptée(s) au guichet sans "
                    "réservation" INTO phraseReservation
                WRITE rare_tamp FROM phraseReservation
            END-IF
            IF ffq_nbGroupes < cptPersonnesArrivees THEN
                COMPUTE wEcartGroupes = cptPersonnesArrivees
                    - ffq_nbGroupes
                MOVE SPACES TO phraseReservation
                STRING "ECART : " wEcartGroupes " personne(s) de "
                    "groupes pointés non comptée(s) en entrée groupe"
                    INTO phraseReservation
                WRITE rare_tamp FROM phraseReservation
            END-IF
        END-IF
        MOVE SPACES TO phraseReservation
        STRING "Recette attendue des réservations : " wRecetteAttendue
            "€ dont " wRecettePerdue "€ sur les groupes absents"
            INTO phraseReservation
        WRITE rare_tamp FROM phraseReservation
        CLOSE frapportReservations
        DISPLAY "Rapport écrit dans rapport_reservations.txt ("
            cptNonPresentes " groupe(s) absent(s))".

      ******************************************************************
      * Réservation courante (rese_tamp) dans le rapprochement ;
      * frapportReservations est supposé ouvert par l appelant.
        RAPPROCHER_UNE_RESERVATION.
        COMPUTE wRecetteReservation =
            (frs_nbEnfants + frs_nbAdultes) * wPrixGroupe
        ADD wRecetteReservation TO wRecetteAttendue
        IF frs_statut = "ARRIVE" THEN
            ADD frs_nbEnfants TO cptPersonnesArrivees
            ADD frs_nbAdultes TO cptPersonnesArrivees
        ELSE
            ADD 1 TO cptNonPresentes
            ADD wRecetteReservation TO wRecettePerdue
            MOVE SPACES TO phraseReservation
            STRING "ABSENT : réservation n°" frs_numR " "
                frs_creneau(1:2) "h" frs_creneau(3:2) " "
                frs_organisation " tél " frs_telephone " ("
                frs_nbEnfants " enf. " frs_nbAdultes " adu., "
                wRecetteReservation "€ attendus, acompte "
                frs_acompte "€)" INTO phraseReservation
            WRITE rare_tamp FROM phraseReservation
        END-IF.

      ******************************************************************
      * Grille des tarifs d entrée par catégorie, avec date d effet :
      * une hausse se saisit comme un nouveau tarif daté et les
      * journées passées restent évaluées aux anciens prix.
        MENU_TARIFS.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Définir un tarif'
        DISPLAY '2 : Afficher les tarifs'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM AJOUT_TARIF
                WHEN "2" PERFORM AFFICHER_TARIFS
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Saisie normalisée de la catégorie tarifaire (mêmes libellés
      * que les compteurs d entrées de la fréquentation).
        DEMANDER_CATEGORIE_TARIF.
        MOVE 0 TO choixCategorie
        PERFORM WITH TEST AFTER UNTIL choixCategorie >= 1
        AND choixCategorie <= 3
            DISPLAY "Quelle catégorie ?"
            DISPLAY "1 : ADULTE,"
            DISPLAY "2 : ENFANT,"
            DISPLAY "3 : GROUPE"
            ACCEPT choixCategorie
        END-PERFORM
        EVALUATE choixCategorie
            WHEN 1 MOVE "ADULTE" TO wCategorie
            WHEN 2 MOVE "ENFANT" TO wCategorie
            WHEN 3 MOVE "GROUPE" TO wCategorie
        END-EVALUATE.

      ******************************************************************
        AJOUT_TARIF.
        PERFORM DEMANDER_CATEGORIE_TARIF
        DISPLAY "Date d effet du tarif :"
        PERFORM DEMANDER_DATE
        DISPLAY "Prix (en €) ?"
        ACCEPT wPrixTarif
        OPEN I-O ftarifs
        MOVE wCategorie TO ftf_categorie
        COMPUTE ftf_dateEffet = annee * 10000 + mois * 100 + jour
        READ ftarifs
            INVALID KEY
                MOVE wPrixTarif TO ftf_prix
                WRITE tari_tamp
                    INVALID KEY DISPLAY "ERREUR : tarif non ajouté"
                    NOT INVALID KEY DISPLAY "Tarif défini !"
                END-WRITE
            NOT INVALID KEY
                MOVE ftf_prix TO wAuditAvant
                MOVE wPrixTarif TO ftf_prix
                MOVE ftf_prix TO wAuditApres
                REWRITE tari_tamp
                END-REWRITE
                MOVE "TARIFS" TO wAuditFichier
                MOVE "MODIF" TO wAuditOperation
                MOVE wCategorie TO wAuditCle
                PERFORM AUDIT_ECRIRE
                DISPLAY "Tarif mis à jour !"
        END-READ
        CLOSE ftarifs.

      ******************************************************************
        AFFICHER_TARIFS.
        OPEN INPUT ftarifs
        MOVE 0 TO fin
        PERFORM WITH TEST AFTER UNTIL fin = 1
                READ ftarifs NEXT
                AT END
                        MOVE 1 TO fin
                NOT AT END
                        DISPLAY ftf_categorie " : " ftf_prix
                            "€ à partir du " ftf_dateEffet(7:2)
                            "/" ftf_dateEffet(5:2) "/"
                            ftf_dateEffet(1:4)
                END-READ
        END-PERFORM
        CLOSE ftarifs.

      ******************************************************************
      * Cherche le tarif de la catégorie wCategorie en vigueur le
      * jour wDateCle : le dernier tarif dont la date d effet ne
      * dépasse pas la journée. ftarifs est supposé ouvert par
      * l appelant. Renvoie tarifTrouve et wPrixTarif.
        TARIF_EN_VIGUEUR.
        MOVE 0 TO tarifTrouve
        MOVE 0 TO wPrixTarif
        MOVE wCategorie TO ftf_categorie
        MOVE 0 TO ftf_dateEffet
        MOVE 0 TO fdz
        START ftarifs KEY IS >= ftf_cle
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ ftarifs NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF ftf_categorie NOT = wCategorie
                    OR ftf_dateEffet > wDateCle THEN
                        MOVE 1 TO fdz
                    ELSE
                        MOVE 1 TO tarifTrouve
                        MOVE ftf_prix TO wPrixTarif
                    END-IF
            END-READ
        END-PERFORM.

      ******************************************************************
      * Calcule la recette théorique de la journée wDateCle à partir
      * des compteurs wNbAdultes / wNbEnfants / wNbGroupes et des
      * tarifs en vigueur ce jour-là (catégorie sans tarif : 0€).
        CALCULER_RECETTE_THEORIQUE.
        OPEN INPUT ftarifs
        IF ftariCR = 35 THEN
            OPEN OUTPUT ftarifs
            CLOSE ftarifs
            OPEN INPUT ftarifs
        END-IF
        MOVE "ADULTE" TO wCategorie
        PERFORM TARIF_EN_VIGUEUR
        MOVE wPrixTarif TO wPrixAdulte
        MOVE "ENFANT" TO wCategorie
        PERFORM TARIF_EN_VIGUEUR
        MOVE wPrixTarif TO wPrixEnfant
        MOVE "GROUPE" TO wCategorie
        PERFORM TARIF_EN_VIGUEUR
        MOVE wPrixTarif TO wPrixGroupe
        CLOSE ftarifs
        COMPUTE wRecetteTheorique = wNbAdultes * wPrixAdulte
            + wNbEnfants * wPrixEnfant
            + wNbGroupes * wPrixGroupe.

      ******************************************************************
      * Rapport de rapprochement caisse : pour chaque journée de la
      * période demandée, la recette théorique calculée aux tarifs
      * en vigueur face à la recette déclarée par la billetterie,
      * avec l écart signalé dès qu il dépasse le seuil demandé
      * (rapport_caisse.txt).
        RAPPORT_CAISSE.
        PERFORM DEMANDER_PERIODE_COUT
        MOVE 0 TO wSeuilEcart
        PERFORM WITH TEST AFTER UNTIL wSeuilEcart > 0
            DISPLAY "Seuil d alerte de l écart (en €) ?"
            ACCEPT wSeuilEcart
        END-PERFORM
        OPEN OUTPUT frapportCaisse
        MOVE SPACES TO rapLigne
        STRING "RAPPROCHEMENT CAISSE DU " wMoisDebut "/"
            wAnneeDebut " AU " wMoisFin "/" wAnneeFin INTO rapLigne
        WRITE raca_tamp FROM rapLigne

        MOVE 0 TO cptJourneesCaisse
        MOVE 0 TO cptEcarts
        OPEN INPUT ffrequentation
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ ffrequentation NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    COMPUTE wMoisCourant = ffq_date / 100
                    IF wMoisCourant >= dateDebutRep
                    AND wMoisCourant <= dateFinRep THEN
                        ADD 1 TO cptJourneesCaisse
                        PERFORM ECRIRE_LIGNE_CAISSE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ffrequentation
        IF cptJourneesCaisse = 0 THEN
            MOVE "Aucune journée saisie sur la période"
                TO raca_tamp
            WRITE raca_tamp
        END-IF
        MOVE SPACES TO rapLigne
        STRING cptEcarts " écart(s) au-delà du seuil de "
            wSeuilEcart "€" INTO rapLigne
        WRITE raca_tamp FROM rapLigne
        CLOSE frapportCaisse
        DISPLAY "Rapport écrit dans rapport_caisse.txt ("
            cptEcarts " écart(s) signalé(s))".

      ******************************************************************
      * Ligne de rapprochement d une journée (freq_tamp courant) :
      * recette théorique, recette déclarée et écart, marqué
      * A CONTROLER au-delà du seuil. frapportCaisse est supposé
      * ouvert par RAPPORT_CAISSE ; wDateCle est écrasé.
        ECRIRE_LIGNE_CAISSE.
        MOVE ffq_nbAdultes TO wNbAdultes
        MOVE ffq_nbEnfants TO wNbEnfants
        MOVE ffq_nbGroupes TO wNbGroupes
        MOVE ffq_date TO wDateCle
        PERFORM CALCULER_RECETTE_THEORIQUE
        COMPUTE wEcartCaisse = ffq_recette - wRecetteTheorique
        MOVE wEcartCaisse TO wEcartAff
        IF wEcartCaisse < 0 THEN
            COMPUTE wEcartAbsolu = 0 - wEcartCaisse
        ELSE
            MOVE wEcartCaisse TO wEcartAbsolu
        END-IF
        MOVE SPACES TO phraseCaisse
        IF wEcartAbsolu > wSeuilEcart THEN
            ADD 1 TO cptEcarts
            STRING "Le " ffq_date(7:2) "/" ffq_date(5:2) "/"
            ffq_date(1:4) " : théorique " wRecetteTheorique
            "€, déclaré " ffq_recette "€, écart " wEcartAff
            "€ *** A CONTROLER ***" INTO phraseCaisse
        ELSE
            STRING "Le " ffq_date(7:2) "/" ffq_date(5:2) "/"
            ffq_date(1:4) " : théorique " wRecetteTheorique
            "€, déclaré " ffq_recette "€, écart " wEcartAff "€"
            INTO phraseCaisse
        END-IF
        WRITE raca_tamp FROM phraseCaisse.


      ******************************************
      *                                        *
      *         FONCTIONS ECHANGES             *
      *                                        *
      ******************************************

        MENU_ECHANGES.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Exporter les repas d une période (CSV)'
        DISPLAY '2 : Exporter le registre des animaux (CSV)'
        DISPLAY '3 : Importer les soins du laboratoire (CSV)'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM EXPORT_REPAS_CSV
                WHEN "2" PERFORM EXPORT_ANIMAUX_CSV
                WHEN "3" PERFORM IMPORT_SOINS_CSV
                WHEN "0" PERFORM APPELER_MENU
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Export des repas de la période demandée, au format
      * point-virgule pour le comptable (export_repas.csv) :
      * numéro;jour;mois;année;heure;animal;soigneur;prix;description
        EXPORT_REPAS_CSV.
        PERFORM DEMANDER_PERIODE_COUT
        MOVE 0 TO cptExportes
        OPEN OUTPUT fexportRepas
        MOVE SPACES TO exre_tamp
        STRING "numR;jour;mois;annee;heure;animal;soigneur;prix;"
            "description" INTO exre_tamp
        WRITE exre_tamp
        OPEN INPUT frepas
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ frepas NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    COMPUTE dateRepCourante = fr_annee * 100 + fr_mois
                    IF dateRepCourante >= dateDebutRep
                    AND dateRepCourante <= dateFinRep THEN
                        ADD 1 TO cptExportes
                        MOVE SPACES TO phraseExport
                        STRING fr_numR ";" fr_jour ";" fr_mois ";"
                        fr_annee ";" fr_heure ";" fr_numAnimal ";"
                        fr_numSoigneur ";" fr_prixRepas ";"
                        fr_description INTO phraseExport
                        WRITE exre_tamp FROM phraseExport
                    END-IF
            END-READ
        END-PERFORM
        CLOSE frepas
        CLOSE fexportRepas
        DISPLAY "Export écrit dans export_repas.csv ("
            cptExportes " repas)".

      ******************************************************************
      * Export du registre des animaux au format point-virgule pour
      * l inventaire de l assurance (export_animaux.csv)
        EXPORT_ANIMAUX_CSV.
        MOVE 0 TO cptExportes
        OPEN OUTPUT fexportAnimaux
        MOVE SPACES TO exan_tamp
        STRING "numA;surnom;anneeNaissance;espece;enclos;"
            "frequenceRepas;dernierRepas;dernierVaccin;etatSante"
            INTO exan_tamp
        WRITE exan_tamp
        OPEN INPUT fanimaux
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fanimaux NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    ADD 1 TO cptExportes
                    MOVE SPACES TO phraseExport
                    STRING fa_numA ";" fa_surnom ";"
                    fa_anneeNaissance ";" fa_espece ";"
                    fa_numEnclos ";" fa_frequenceRepas ";"
                    fa_dernierRepas ";" fa_dernierVaccinJour "/"
                    fa_dernierVaccinMois "/" fa_dernierVaccinAnnee
                    ";" fa_etatSante INTO phraseExport
                    WRITE exan_tamp FROM phraseExport(1:150)
            END-READ
        END-PERFORM
        CLOSE fanimaux
        CLOSE fexportAnimaux
        DISPLAY "Export écrit dans export_animaux.csv ("
            cptExportes " animaux)".

      ******************************************************************
      * Import des résultats du laboratoire vétérinaire dans les
      * soins. Chaque ligne de import_soins.csv est au format
      * numS;descriptif;jour;mois;annee;numSoigneur;type;numAnimal
      * et n est acceptée que si le numéro de soin est libre, la date
      * valide (mêmes règles que DEMANDER_DATE), l animal et le
      * soigneur existants. Les lignes refusées sont réécrites dans
      * import_soins_rejets.csv précédées du motif.
        IMPORT_SOINS_CSV.
        OPEN INPUT fimportSoins
        IF fimpCR = 35 THEN
            DISPLAY "Aucun fichier import_soins.csv à importer"
        ELSE
            MOVE 0 TO cptAcceptes
            MOVE 0 TO cptRejetes
            OPEN OUTPUT frejetsImport
            OPEN I-O fsoins
            OPEN INPUT fanimaux
            OPEN INPUT femployes
            MOVE 0 TO fdf
            PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fimportSoins NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE impo_tamp TO wImpLigne
                        IF wImpLigne NOT = SPACES THEN
                            PERFORM IMPORTER_LIGNE_SOIN
                        END-IF
                END-READ
            END-PERFORM
            CLOSE femployes
            CLOSE fanimaux
            CLOSE fsoins
            CLOSE frejetsImport
            CLOSE fimportSoins
            DISPLAY "Import terminé : " cptAcceptes " soin(s) "
                "accepté(s), " cptRejetes " ligne(s) rejetée(s)"
            DISPLAY "Rejets dans import_soins_rejets.csv"
        END-IF.

      ******************************************************************
      * Traite une ligne du fichier d import (déjà copiée dans
      * wImpLigne) : découpage, validations, écriture du soin ou
      * rejet motivé. Les fichiers fsoins, fanimaux, femployes,
      * frejetsImport sont supposés ouverts par IMPORT_SOINS_CSV.
        IMPORTER_LIGNE_SOIN.
        MOVE SPACES TO wImpC1 wImpC2 wImpC3 wImpC4
        MOVE SPACES TO wImpC5 wImpC6 wImpC7 wImpC8
        MOVE 0 TO wImpNbChamps
        UNSTRING wImpLigne DELIMITED BY ";"
            INTO wImpC1 COUNT IN wImpL1
                 wImpC2 COUNT IN wImpL2
                 wImpC3 COUNT IN wImpL3
                 wImpC4 COUNT IN wImpL4
                 wImpC5 COUNT IN wImpL5
                 wImpC6 COUNT IN wImpL6
                 wImpC7 COUNT IN wImpL7
                 wImpC8 COUNT IN wImpL8
            TALLYING IN wImpNbChamps
        END-UNSTRING
        MOVE 1 TO importLigneValide
        MOVE SPACES TO wImpMotif
        IF wImpNbChamps < 8 THEN
            MOVE 0 TO importLigneValide
            MOVE "moins de 8 champs" TO wImpMotif
        END-IF

      * Numéro de soin : numérique et non encore utilisé
        IF importLigneValide = 1 THEN
            MOVE wImpC1 TO wImpChamp
            MOVE wImpL1 TO wImpLng
            PERFORM VALIDER_NUMERIQUE_IMPORT
            IF champNumeriqueOK = 0 THEN
                MOVE 0 TO importLigneValide
                MOVE "numéro de soin non numérique" TO wImpMotif
            ELSE
                MOVE wImpValeur TO numeroSoin
      * Un champ plus large que la zone cible serait tronqué en
      * silence : on refuse la ligne plutôt que d importer un
      * numéro ou une date faussés. Même garde sur chaque champ.
                IF numeroSoin NOT = wImpValeur THEN
                    MOVE 0 TO importLigneValide
                    MOVE "numéro de soin trop grand" TO wImpMotif
                END-IF
            END-IF
        END-IF
        IF importLigneValide = 1 THEN
            MOVE numeroSoin TO fs_numS
            READ fsoins
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE 0 TO importLigneValide
                    MOVE "numéro de soin déjà utilisé"
                        TO wImpMotif
            END-READ
        END-IF

      * Date : mêmes règles que DEMANDER_DATE
        IF importLigneValide = 1 THEN
            MOVE wImpC3 TO wImpChamp
            MOVE wImpL3 TO wImpLng
            PERFORM VALIDER_NUMERIQUE_IMPORT
            IF champNumeriqueOK = 0 THEN
                MOVE 0 TO importLigneValide
                MOVE "jour non numérique" TO wImpMotif
            ELSE
                MOVE wImpValeur TO jour
                IF jour NOT = wImpValeur THEN
                    MOVE 0 TO importLigneValide
                    MOVE "jour trop grand" TO wImpMotif
                END-IF
            END-IF
        END-IF
        IF importLigneValide = 1 THEN
            MOVE wImpC4 TO wImpChamp
            MOVE wImpL4 TO wImpLng
            PERFORM VALIDER_NUMERIQUE_IMPORT
            IF champNumeriqueOK = 0 THEN
                MOVE 0 TO importLigneValide
                MOVE "mois non numérique" TO wImpMotif
            ELSE
                MOVE wImpValeur TO mois
                IF mois NOT = wImpValeur THEN
                    MOVE 0 TO importLigneValide
                    MOVE "mois trop grand" TO wImpMotif
                END-IF
            END-IF
        END-IF
        IF importLigneValide = 1 THEN
            MOVE wImpC5 TO wImpChamp
            MOVE wImpL5 TO wImpLng
            PERFORM VALIDER_NUMERIQUE_IMPORT
            IF champNumeriqueOK = 0 THEN
                MOVE 0 TO importLigneValide
                MOVE "année non numérique" TO wImpMotif
            ELSE
                MOVE wImpValeur TO annee
                IF annee NOT = wImpValeur THEN
                    MOVE 0 TO importLigneValide
                    MOVE "année trop grande" TO wImpMotif
                END-IF
            END-IF
        END-IF
        IF importLigneValide = 1 THEN
            PERFORM VALIDER_DATE_IMPORT
            IF dateImportValide = 0 THEN
                MOVE 0 TO importLigneValide
                MOVE "date invalide" TO wImpMotif
            END-IF
        END-IF
        IF importLigneValide = 1 THEN
            COMPUTE wMoisPeriode = annee * 100 + mois
            PERFORM PERIODE_VERIFIER
            IF moisClos = 1 THEN
                MOVE 0 TO importLigneValide
                MOVE "mois clôturé" TO wImpMotif
            END-IF
        END-IF

      * Soigneur : numérique et existant
        IF importLigneValide = 1 THEN
            MOVE wImpC6 TO wImpChamp
            MOVE wImpL6 TO wImpLng
            PERFORM VALIDER_NUMERIQUE_IMPORT
            IF champNumeriqueOK = 0 THEN
                MOVE 0 TO importLigneValide
                MOVE "numéro de soigneur non numérique" TO wImpMotif
            ELSE
                MOVE wImpValeur TO numeroSoigneur
                IF numeroSoigneur NOT = wImpValeur THEN
                    MOVE 0 TO importLigneValide
                    MOVE "numéro de soigneur trop grand" TO wImpMotif
                END-IF
            END-IF
        END-IF
        IF importLigneValide = 1 THEN
            MOVE numeroSoigneur TO fem_numEmp
            READ femployes
                INVALID KEY
                    MOVE 0 TO importLigneValide
                    MOVE "soigneur inexistant" TO wImpMotif
                NOT INVALID KEY CONTINUE
            END-READ
        END-IF

      * Animal : numérique et existant
        IF importLigneValide = 1 THEN
            MOVE wImpC8 TO wImpChamp
            MOVE wImpL8 TO wImpLng
            PERFORM VALIDER_NUMERIQUE_IMPORT
            IF champNumeriqueOK = 0 THEN
                MOVE 0 TO importLigneValide
                MOVE "numéro d animal non numérique" TO wImpMotif
            ELSE
                MOVE wImpValeur TO numeroAnimal
                MOVE wImpValeur TO fa_numA
                IF numeroAnimal NOT = wImpValeur
                OR fa_numA NOT = wImpValeur THEN
                    MOVE 0 TO importLigneValide
                    MOVE "numéro d animal trop grand" TO wImpMotif
                END-IF
            END-IF
        END-IF
        IF importLigneValide = 1 THEN
            READ fanimaux
                INVALID KEY
                    MOVE 0 TO importLigneValide
                    MOVE "animal inexistant" TO wImpMotif
                NOT INVALID KEY CONTINUE
            END-READ
        END-IF

        IF importLigneValide = 1 THEN
            MOVE numeroSoin TO fs_numS
            MOVE wImpC2 TO fs_descriptif
            MOVE jour TO fs_jour
            MOVE mois TO fs_mois
            MOVE annee TO fs_annee
            MOVE numeroSoigneur TO fs_numSoigneur
            MOVE wImpC7 TO fs_type
            MOVE numeroAnimal TO fs_numA
            WRITE soin_tamp
                INVALID KEY
                    MOVE 0 TO importLigneValide
                    MOVE "numéro de soin déjà utilisé" TO wImpMotif
                NOT INVALID KEY
                    ADD 1 TO cptAcceptes
            END-WRITE
        END-IF

        IF importLigneValide = 0 THEN
            ADD 1 TO cptRejetes
            MOVE SPACES TO phraseRejet
            STRING wImpMotif " ; " wImpLigne INTO phraseRejet
            WRITE reje_tamp FROM phraseRejet
        END-IF.

      ******************************************************************
      * Vérifie que le champ wImpChamp (longueur utile wImpLng, telle
      * que livrée par l UNSTRING) ne contient que des chiffres après
      * retrait des espaces de fin, et laisse sa valeur dans
      * wImpValeur. champNumeriqueOK = 0 si le champ est vide ou non
      * numérique.
        VALIDER_NUMERIQUE_IMPORT.
        MOVE 0 TO champNumeriqueOK
        IF wImpLng > 30 THEN
            MOVE 30 TO wImpLng
        END-IF
        MOVE 0 TO finTrim
        PERFORM WITH TEST BEFORE UNTIL finTrim = 1
            IF wImpLng = 0 THEN
                MOVE 1 TO finTrim
            ELSE
                IF wImpChamp(wImpLng:1) = SPACE THEN
                    SUBTRACT 1 FROM wImpLng
                ELSE
                    MOVE 1 TO finTrim
                END-IF
            END-IF
        END-PERFORM
        IF wImpLng > 0 AND wImpLng <= 9 THEN
            IF wImpChamp(1:wImpLng) IS NUMERIC THEN
                MOVE 1 TO champNumeriqueOK
                MOVE wImpChamp(1:wImpLng) TO wImpValeur
            END-IF
        END-IF.

      ******************************************************************
      * Valide la date portée par les variables annee/mois/jour selon
      * les mêmes règles que DEMANDER_DATE (bornes d année, mois 1-12,
      * jour selon le mois et l année bissextile), sans saisie.
        VALIDER_DATE_IMPORT.
        MOVE 1 TO dateImportValide
        IF annee <= 1900 OR annee >= 2100 THEN
            MOVE 0 TO dateImportValide
        END-IF
        IF mois < 1 OR mois > 12 THEN
            MOVE 0 TO dateImportValide
        END-IF
        IF dateImportValide = 1 THEN
            PERFORM CALCULER_JOURMAX
            IF jour < 1 OR jour > jourMax THEN
                MOVE 0 TO dateImportValide
            END-IF
        END-IF.


      ***********************************
      *                                 *
      *         FONCTIONS SOINS         *
      *                                 *
      ***********************************

        MENU_SOINS.
        DISPLAY "1 : Ajouter un soin"
        DISPLAY "2 : Lire tous les soins"
        DISPLAY "3 : Lire un soin"
        DISPLAY "4 : Modifier un soin"
        DISPLAY "5 : Supprimer un soin"
        DISPLAY "6 : Editer le carnet de santé d un animal"
        DISPLAY "7 : Changer l état de santé d un animal"
        DISPLAY "8 : Consulter les soins archivés d un animal"
        DISPLAY "9 : Prescrire un plan de traitement"
        DISPLAY "10 : Enregistrer une dose administrée"
        DISPLAY "11 : Afficher les plans de traitement d un animal"
        DISPLAY "12 : Pharmacie vétérinaire (stock par lot)"
        DISPLAY "0 : Retour"
        ACCEPT choix
        EVALUATE choix
            when "1" PERFORM AJOUT_SOIN
            when "2" PERFORM AFFICHER_TOUS_LES_SOINS
            when "3" PERFORM AFFICHER_UN_SOIN
            when "4" PERFORM MODIFIER_UN_SOIN
            when "5" PERFORM SUPPRIMER_UN_SOIN
            when "6" PERFORM CARNET_SANTE
            when "7" PERFORM MODIFIER_ETAT_SANTE
            when "8" PERFORM CONSULTER_SOINS_ARCHIVES
            when "9" PERFORM PRESCRIRE_PLAN
            when "10" PERFORM ENREGISTRER_DOSE
            when "11" PERFORM AFFICHER_PLANS_ANIMAL
            when "12" PERFORM MENU_PHARMACIE
            when "0" PERFORM APPELER_MENU
            when other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
        AJOUT_SOIN.
        OPEN I-O fsoins

      * Le numéro de soin est attribué automatiquement depuis le
      * compteur persistant, à reporter sur la fiche papier
        MOVE 0 TO wCompteurMax
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fsoins NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        IF fs_numS > wCompteurMax THEN
                            MOVE fs_numS TO wCompteurMax
                        END-IF
                END-READ
        END-PERFORM
        MOVE "SOIN" TO wCompteurNom
        PERFORM COMPTEUR_SUIVANT
        MOVE wCompteurValeur TO numeroSoin
        MOVE numeroSoin TO fs_numS
        DISPLAY "Numéro de soin attribué : " numeroSoin

        PERFORM AJOUT_DESCRIPTION_SOIN
        PERFORM AJOUT_DATE_SOIN
        PERFORM AJOUT_SOIGNEUR_SOIN
        PERFORM AJOUT_TYPE_SOIN
        PERFORM AJOUT_ANIMAL_SOIN

        WRITE soin_tamp
        END-WRITE
        DISPLAY "Le soin a été créé !"
        CLOSE fsoins

      * Modification de la date du dernier vaccin de l'animal
        IF typeSoin = 'vaccin' THEN
                OPEN I-O fanimaux
                MOVE numeroAnimal to fa_numA
                READ fanimaux
                    NOT INVALID KEY
                        STRING fa_dernierVaccinJour "/"
                            fa_dernierVaccinMois "/"
                            fa_dernierVaccinAnnee
                            DELIMITED BY SIZE INTO wAuditAvant
                        MOVE fs_jour to fa_dernierVaccinJour
                        MOVE fs_mois to fa_dernierVaccinMois
                        MOVE fs_annee to fa_dernierVaccinAnnee
                        STRING fa_dernierVaccinJour "/"
                            fa_dernierVaccinMois "/"
                            fa_dernierVaccinAnnee
                            DELIMITED BY SIZE INTO wAuditApres
                        REWRITE anim_tamp
                        END-REWRITE
                        MOVE "ANIMAUX" TO wAuditFichier
                        MOVE "MODIF" TO wAuditOperation
                        MOVE numeroAnimal TO wAuditCle
                        PERFORM AUDIT_ECRIRE
                END-READ
                CLOSE fanimaux
        END-IF

      * Un soin de type maladie peut placer l animal en observation
      * ou en quarantaine dans la même saisie (le rôle vétérinaire a
      * déjà été contrôlé par AJOUT_TYPE_SOIN)
        IF typeSoin = 'maladie' THEN
            MOVE 0 TO choixEtatSante
            PERFORM WITH TEST AFTER UNTIL choixEtatSante = 1
            OR choixEtatSante = 2
                DISPLAY "L état de santé de l animal doit-il changer"
                DISPLAY "(1 = oui, 2 = non) ?"
                ACCEPT choixEtatSante
            END-PERFORM
            IF choixEtatSante = 1 THEN
                PERFORM DEMANDER_ETAT_SANTE
                PERFORM APPLIQUER_ETAT_SANTE
            END-IF
        END-IF

      * Une pesée faite pendant le soin est enregistrée dans la
      * même visite, sans repasser par le menu des animaux
        MOVE 0 TO choixPesee
        PERFORM WITH TEST AFTER UNTIL choixPesee = 1
        OR choixPesee = 2
            DISPLAY "Une pesée a-t-elle été faite pendant ce soin"
            DISPLAY "(1 = oui, 2 = non) ?"
            ACCEPT choixPesee
        END-PERFORM
        IF choixPesee = 1 THEN
            PERFORM SAISIR_MESURE_ANIMAL
        END-IF.

      ******************************************************************
        AFFICHER_TOUS_LES_SOINS.
        OPEN INPUT fsoins
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf=1
            READ fsoins NEXT
                AT END
                    DISPLAY "Fin du fichier"
                    MOVE 1 TO fdf
                NOT AT END
        STRING "SOIN n°" fs_numS DELIMITED BY SIZE ", Type : " fs_type
        ", Descriptif : " fs_descriptif ", Le " fs_jour "/" fs_mois
        "/" fs_annee ", Par le médecin n°" fs_numSoigneur
        ", Pour l'animal n°" fs_numA
        INTO phraseSoin
                    DISPLAY phraseSoin
            END-READ
        END-PERFORM
        CLOSE fsoins.

      ******************************************************************
        AFFICHER_UN_SOIN.
        OPEN INPUT fsoins
        DISPLAY "Quel est le numéro du soin ?"
        ACCEPT numeroSoin
        MOVE numeroSoin TO fs_numS
        READ fsoins
        INVALID KEY
            DISPLAY "Le soin n existe pas"
        NOT INVALID KEY
        STRING "SOIN n°" fs_numS DELIMITED BY SIZE ", Type : " fs_type
        ", Descriptif : " fs_descriptif ", Le " fs_jour "/" fs_mois
        "/" fs_annee ", Par le médecin n°" fs_numSoigneur
        ", Pour l'animal n°" fs_numA
        INTO phraseSoin
            DISPLAY phraseSoin
        END-READ
        CLOSE fsoins.

      ******************************************************************
        MODIFIER_UN_SOIN.
        OPEN I-O fsoins
        DISPLAY "Quel est le numéro du soin ?"
        ACCEPT numeroSoin
        MOVE numeroSoin TO fs_numS
        READ fsoins
        INVALID KEY
            DISPLAY "Le soin n existe pas"
        NOT INVALID KEY
      * Un soin daté d un mois clôturé ne se modifie plus
            COMPUTE wMoisPeriode = fs_annee * 100 + fs_mois
            PERFORM PERIODE_VERIFIER
            IF moisClos = 1 THEN
                DISPLAY "Soin d un mois clôturé : modification "
                    "refusée"
            ELSE
                DISPLAY "Quel attribut voulez-vous "
                    "modifier ?"
                         DISPLAY "1 : La Description,"
                         DISPLAY "2 : La Date,"
                         DISPLAY "3 : Le Soigneur ayant fait le soin,"
                         DISPLAY "4 : Le Type du Soin,"
                         DISPLAY "5 : L animal qui a été soigné"
                ACCEPT choix
                EVALUATE choix
                    when "1"
                        MOVE fs_descriptif TO wAuditAvant
                        PERFORM AJOUT_DESCRIPTION_SOIN
                        MOVE fs_descriptif TO wAuditApres
                    when "2"
                        STRING fs_jour "/" fs_mois "/" fs_annee
                            DELIMITED BY SIZE INTO wAuditAvant
                        PERFORM AJOUT_DATE_SOIN
                        STRING fs_jour "/" fs_mois "/" fs_annee
                            DELIMITED BY SIZE INTO wAuditApres
                    when "3"
                        MOVE fs_numSoigneur TO wAuditAvant
                        PERFORM AJOUT_SOIGNEUR_SOIN
                        MOVE fs_numSoigneur TO wAuditApres
                    when "4"
                        MOVE fs_type TO wAuditAvant
                        PERFORM AJOUT_TYPE_SOIN
                        MOVE fs_type TO wAuditApres
                    when "5"
                        MOVE fs_numA TO wAuditAvant
                        PERFORM AJOUT_ANIMAL_SOIN
                        MOVE fs_numA TO wAuditApres
                    when other
                    DISPLAY "Commande non comprise" CHOIX
                END-EVALUATE
                MOVE "SOINS" TO wAuditFichier
                MOVE "MODIF" TO wAuditOperation
                MOVE numeroSoin TO wAuditCle
                PERFORM AUDIT_ECRIRE
            END-IF
        END-READ
        REWRITE soin_tamp
        CLOSE fsoins.

      ******************************************************************
        SUPPRIMER_UN_SOIN.
        OPEN I-O fsoins
        DISPLAY "Numéro de l animal a supprimer ?"
        ACCEPT numeroSoin
        MOVE numeroSoin TO fs_numS
        READ fsoins
            INVALID KEY DISPLAY "Le soin n existe pas"
            NOT INVALID KEY
                COMPUTE wMoisPeriode = fs_annee * 100 + fs_mois
                PERFORM PERIODE_VERIFIER
                IF moisClos = 1 THEN
                    DISPLAY "Soin d un mois clôturé : suppression "
                        "refusée"
                ELSE
                    STRING "ANIMAL " fs_numA " " fs_type
                        DELIMITED BY SIZE INTO wAuditAvant
                    DELETE fsoins RECORD
                    DISPLAY "Le soin a été supprimé !"
                    MOVE "SOINS" TO wAuditFichier
                    MOVE "SUPPRIME" TO wAuditOperation
                    MOVE numeroSoin TO wAuditCle
                    MOVE "SUPPRIME" TO wAuditApres
                    PERFORM AUDIT_ECRIRE
                END-IF
        END-READ
        CLOSE fsoins.

      ******************************************************************
      * Consultation des soins archivés par le batch ARCHIVAGE : le
      * fichier archive_soins.dat est relu séquentiellement dans le
      * tampon des soins pour retrouver les anciens traitements d un
      * animal sans les recharger dans soins.dat.
        CONSULTER_SOINS_ARCHIVES.
        OPEN INPUT farchiveSoins
        IF farcsCR = 35 THEN
            DISPLAY "Aucune archive de soins (archive_soins.dat)"
        ELSE
            DISPLAY "Quel est le numéro de l animal ?"
            ACCEPT numeroAnimal
            MOVE 0 TO cptArchSoins
            MOVE 0 TO fdf
            PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ farchiveSoins NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        MOVE archSoins_tamp TO soin_tamp
                        IF fs_numA = numeroAnimal THEN
                            ADD 1 TO cptArchSoins
                            STRING "SOIN ARCHIVE n°" fs_numS
                            DELIMITED BY SIZE ", Type : " fs_type
                            ", Descriptif : " fs_descriptif ", Le "
                            fs_jour "/" fs_mois "/" fs_annee
                            ", Par le médecin n°" fs_numSoigneur
                            INTO phraseSoin
                            DISPLAY phraseSoin
                        END-IF
                END-READ
            END-PERFORM
            IF cptArchSoins = 0 THEN
                DISPLAY "Aucun soin archivé pour cet animal"
            END-IF
            CLOSE farchiveSoins
        END-IF.

      ******************************************************************
      * Prescription d un plan de traitement par le vétérinaire :
      * médicament, date de début, durée et nombre de prises par
      * jour. Les doses sont ensuite pointées au fil de la cure par
      * ENREGISTRER_DOSE et la liste des traitements dus sort chaque
      * soir avec la clôture. Le numéro de plan est le plus grand
      * numéro existant plus un, comme pour le registre des
      * mouvements.
        PRESCRIRE_PLAN.
        PERFORM VERIFIER_ROLE_VETERINAIRE
        IF roleVeterinaireOK = 0 THEN
            DISPLAY "Reserve aux employes VETERINAIRE"
        ELSE
            OPEN INPUT fanimaux
            MOVE 0 TO animalTrouve
            PERFORM WITH TEST AFTER UNTIL animalTrouve = 1
                DISPLAY "Quel est le numéro de l animal ?"
                ACCEPT numeroAnimal
                MOVE numeroAnimal TO fa_numA
                READ fanimaux
                    INVALID KEY DISPLAY "L animal n existe pas"
                    NOT INVALID KEY MOVE 1 TO animalTrouve
                END-READ
            END-PERFORM
            CLOSE fanimaux

            DISPLAY "Quel est le médicament ?"
            ACCEPT wMedicament
            DISPLAY "Premier jour du traitement :"
            PERFORM DEMANDER_DATE
            MOVE 0 TO wDureeJours
            PERFORM WITH TEST AFTER UNTIL wDureeJours > 0
                DISPLAY "Durée du traitement (en jours) ?"
                ACCEPT wDureeJours
            END-PERFORM
            MOVE 0 TO wFoisParJour
            PERFORM WITH TEST AFTER UNTIL wFoisParJour > 0
                DISPLAY "Nombre de prises par jour ?"
                ACCEPT wFoisParJour
            END-PERFORM

            OPEN INPUT femployes
            MOVE 0 TO soigneurTrouve
            PERFORM WITH TEST AFTER UNTIL soigneurTrouve = 1
                DISPLAY "Numéro du vétérinaire prescripteur ?"
                ACCEPT numeroSoigneur
                MOVE numeroSoigneur TO fem_numEmp
                READ femployes
                    INVALID KEY DISPLAY "L employé n existe pas"
                    NOT INVALID KEY MOVE 1 TO soigneurTrouve
                END-READ
            END-PERFORM
            CLOSE femployes

            OPEN I-O fplans
            MOVE 0 TO wNumPlan
            MOVE 0 TO fdf
            PERFORM WITH TEST AFTER UNTIL fdf = 1
                    READ fplans NEXT
                        AT END MOVE 1 TO fdf
                        NOT AT END
                            IF fpl_numP > wNumPlan THEN
                                MOVE fpl_numP TO wNumPlan
                            END-IF
                    END-READ
            END-PERFORM
            ADD 1 TO wNumPlan
            MOVE wNumPlan TO fpl_numP
            MOVE numeroAnimal TO fpl_numAnimal
            MOVE wMedicament TO fpl_medicament
            COMPUTE fpl_dateDebut = annee * 10000 + mois * 100
                + jour
            MOVE wDureeJours TO fpl_dureeJours
            MOVE wFoisParJour TO fpl_foisParJour
            MOVE numeroSoigneur TO fpl_numVeterinaire
            MOVE "EN COURS" TO fpl_statut
            WRITE plan_tamp
            END-WRITE
            CLOSE fplans
            DISPLAY "Plan de traitement n°" wNumPlan " prescrit"
        END-IF.

      ******************************************************************
      * Pointage d une dose administrée sur un plan de traitement en
      * cours. L employé pointé est l utilisateur connecté. Quand la
      * dose atteint le dernier jour du plan, celui-ci passe TERMINE.
        ENREGISTRER_DOSE.
        OPEN I-O fplans
        MOVE 0 TO planTrouve
        PERFORM WITH TEST AFTER UNTIL planTrouve = 1
            DISPLAY "Quel est le numéro du plan de traitement ?"
            ACCEPT wNumPlan
            MOVE wNumPlan TO fpl_numP
            READ fplans
                INVALID KEY DISPLAY "Ce plan n existe pas"
                NOT INVALID KEY
                    IF fpl_statut = "TERMINE" THEN
                        DISPLAY "Ce plan est déjà terminé"
                    ELSE
                        MOVE 1 TO planTrouve
                        DISPLAY "Animal n°" fpl_numAnimal " : "
                            fpl_medicament " " fpl_foisParJour
                            " fois/jour"
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY "Date de l administration :"
        PERFORM DEMANDER_DATE_OUVERTE
        PERFORM DEMANDER_HEURE
        COMPUTE wDateFinPlan = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(fpl_dateDebut)
            + fpl_dureeJours - 1)

        OPEN I-O fdoses
        MOVE 0 TO wNumDose
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fdoses NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        IF fdo_numD > wNumDose THEN
                            MOVE fdo_numD TO wNumDose
                        END-IF
                END-READ
        END-PERFORM
        ADD 1 TO wNumDose
        MOVE wNumDose TO fdo_numD
        MOVE wNumPlan TO fdo_numPlan
        COMPUTE fdo_date = annee * 10000 + mois * 100 + jour
        MOVE wHeure TO fdo_heure
        MOVE wUtilisateurCourant TO fdo_numEmp
        WRITE dose_tamp
        END-WRITE
        MOVE fdo_date TO wDateDose
        DISPLAY "Dose pointée sur le plan n°" wNumPlan
      * Sortie de la quantité administrée du stock de la pharmacie,
      * tracée par lot
        PERFORM PHARMACIE_SORTIE_DOSE

      * Doses déjà pointées le même jour, la dose qui vient d être
      * écrite comprise (le parcours écrase dose_tamp, la date a été
      * sauvegardée juste au-dessus)
        MOVE 0 TO wDosesDuJour
        MOVE wNumPlan TO fdo_numPlan
        MOVE 0 TO fdz
        START fdoses KEY IS = fdo_numPlan
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ fdoses NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fdo_numPlan NOT = wNumPlan THEN
                        MOVE 1 TO fdz
                    ELSE
                        IF fdo_date = wDateDose THEN
                            ADD 1 TO wDosesDuJour
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fdoses

        IF wDateDose > wDateFinPlan THEN
            DISPLAY "Attention : dose au-delà de la fin du plan"
        END-IF
      * Le plan ne passe TERMINE qu une fois TOUTES les prises du
      * dernier jour pointées : tant qu il en reste, les pointages
      * suivants du même jour doivent rester possibles
        IF wDateDose >= wDateFinPlan
        AND wDosesDuJour >= fpl_foisParJour THEN
            MOVE fpl_statut TO wAuditAvant
            MOVE "TERMINE" TO fpl_statut
            MOVE fpl_statut TO wAuditApres
            REWRITE plan_tamp
            END-REWRITE
            MOVE "PLANS" TO wAuditFichier
            MOVE "MODIF" TO wAuditOperation
            MOVE wNumPlan TO wAuditCle
            PERFORM AUDIT_ECRIRE
            DISPLAY "Toutes les prises du dernier jour sont"
                " pointées : le plan passe TERMINE"
        END-IF
        CLOSE fplans.

      ******************************************************************
        AFFICHER_PLANS_ANIMAL.
        DISPLAY "Quel est le numéro de l animal ?"
        ACCEPT numeroAnimal
        OPEN INPUT fplans
        OPEN INPUT fdoses
        MOVE numeroAnimal TO fpl_numAnimal
        MOVE 0 TO fdf
        MOVE 0 TO cptTraitements
        START fplans KEY IS = fpl_numAnimal
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fplans NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fpl_numAnimal NOT = numeroAnimal THEN
                        MOVE 1 TO fdf
                    ELSE
                        ADD 1 TO cptTraitements
                        PERFORM COMPTER_DOSES_PLAN
                        MOVE SPACES TO phraseTraitement
                        STRING "Plan n°" fpl_numP " (" fpl_statut
                        ") : " fpl_medicament " dès le "
                        fpl_dateDebut(7:2) "/" fpl_dateDebut(5:2)
                        "/" fpl_dateDebut(1:4) ", " fpl_dureeJours
                        " j, " fpl_foisParJour " fois/jour, "
                        cptDosesPlan " dose(s) pointée(s)"
                        INTO phraseTraitement
                        DISPLAY phraseTraitement
                    END-IF
            END-READ
        END-PERFORM
        IF cptTraitements = 0 THEN
            DISPLAY "Aucun plan de traitement pour cet animal"
        END-IF
        CLOSE fdoses
        CLOSE fplans.

      ******************************************************************
      * Compte dans cptDosesPlan les doses pointées sur le plan
      * courant (plan_tamp). fdoses est supposé ouvert par l appelant
      * et le parcours écrase dose_tamp.
        COMPTER_DOSES_PLAN.
        MOVE 0 TO cptDosesPlan
        MOVE fpl_numP TO fdo_numPlan
        MOVE 0 TO fdz
        START fdoses KEY IS = fdo_numPlan
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ fdoses NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fdo_numPlan NOT = fpl_numP THEN
                        MOVE 1 TO fdz
                    ELSE
                        ADD 1 TO cptDosesPlan
                    END-IF
            END-READ
        END-PERFORM.

      ******************************************************************
      * Liste des traitements à administrer le jour wDateCle
      * (rapport_traitements.txt), produite par la clôture de fin de
      * journée à côté des tournées de nourrissage : plans EN COURS
      * dont la période couvre le jour, avec le nombre de doses déjà
      * pointées ce jour-là.
        RAPPORT_TRAITEMENTS_DUS.
        OPEN OUTPUT frapportTraitements
        MOVE SPACES TO rapLigne
        STRING "TRAITEMENTS A ADMINISTRER LE " wDateCle(7:2) "/"
            wDateCle(5:2) "/" wDateCle(1:4) INTO rapLigne
        WRITE ratr_tamp FROM rapLigne

        MOVE 0 TO cptTraitements
        OPEN INPUT fplans
        IF fplanCR = 35 THEN
            OPEN OUTPUT fplans
            CLOSE fplans
            OPEN INPUT fplans
        END-IF
        OPEN INPUT fdoses
        IF fdoseCR = 35 THEN
            OPEN OUTPUT fdoses
            CLOSE fdoses
            OPEN INPUT fdoses
        END-IF
        OPEN INPUT fanimaux
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fplans NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fpl_statut = "EN COURS"
                    AND wDateCle >= fpl_dateDebut THEN
                        COMPUTE wDateFinPlan =
                            FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(fpl_dateDebut)
                            + fpl_dureeJours - 1)
                        IF wDateCle <= wDateFinPlan THEN
                            ADD 1 TO cptTraitements
                            PERFORM ECRIRE_LIGNE_TRAITEMENT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fanimaux
        CLOSE fdoses
        CLOSE fplans
        IF cptTraitements = 0 THEN
            MOVE "Aucun traitement dû ce jour" TO ratr_tamp
            WRITE ratr_tamp
        END-IF
        CLOSE frapportTraitements
        DISPLAY "Rapport écrit dans rapport_traitements.txt ("
            cptTraitements " traitement(s))".

      ******************************************************************
      * Ecrit la ligne du rapport des traitements pour le plan
      * courant (plan_tamp) : animal, médicament, prises par jour et
      * doses déjà pointées le jour wDateCle. fanimaux, fdoses et
      * frapportTraitements sont supposés ouverts par l appelant.
        ECRIRE_LIGNE_TRAITEMENT.
        MOVE fpl_numAnimal TO fa_numA
        READ fanimaux
            INVALID KEY
                MOVE "(animal inconnu)" TO surnomA
                MOVE 0 TO numEnclosA
            NOT INVALID KEY
                MOVE fa_surnom TO surnomA
                MOVE fa_numEnclos TO numEnclosA
        END-READ
        MOVE 0 TO wDosesDuJour
        MOVE fpl_numP TO fdo_numPlan
        MOVE 0 TO fdz
        START fdoses KEY IS = fdo_numPlan
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ fdoses NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fdo_numPlan NOT = fpl_numP THEN
                        MOVE 1 TO fdz
                    ELSE
                        IF fdo_date = wDateCle THEN
                            ADD 1 TO wDosesDuJour
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE SPACES TO phraseTraitement
        STRING "Animal " surnomA " n°" fpl_numAnimal " (enclos n°"
            numEnclosA ") : " fpl_medicament ", " fpl_foisParJour
            " fois/jour, déjà " wDosesDuJour " pointée(s) (plan n°"
            fpl_numP ")" INTO phraseTraitement
        WRITE ratr_tamp FROM phraseTraitement
      * Dose manquée : prises pointées en deçà de la prescription,
      * constaté à la clôture du jour ou pour une journée passée
        MOVE FUNCTION CURRENT-DATE(1:8) TO wAlDateJour
        IF wDosesDuJour < fpl_foisParJour
        AND (alerteDosesManquees = 1 OR wDateCle < wAlDateJour) THEN
            MOVE "DOSE" TO wAlType
            MOVE SPACES TO wAlReference
            STRING fpl_numP "/" wDateCle INTO wAlReference
            MOVE "MAJEURE" TO wAlSeverite
            MOVE numEnclosA TO wAlEnclos
            MOVE fpl_numAnimal TO wAlAnimal
            MOVE SPACES TO wAlMessage
            STRING "Dose manquée le " wDateCle(7:2) "/"
                wDateCle(5:2) "/" wDateCle(1:4) " : "
                fpl_medicament " " wDosesDuJour "/"
                fpl_foisParJour " prise(s)" INTO wAlMessage
            PERFORM ALERTE_LEVER
        END-IF.

      ******************************************************************
      * Sortie de stock pour la dose qui vient d être pointée
      * (wNumDose, plan courant dans plan_tamp, date wDateDose) : la
      * quantité administrée est prise sur le lot le plus ancien
      * (première réception) non périmé à la date de la dose, puis
      * sur le suivant si ce lot est épuisé. Chaque lot entamé donne
      * une ligne de sortie, base du rappel de lot et du registre des
      * stupéfiants. Ne touche ni à fplans ni à plan_tamp.
        PHARMACIE_SORTIE_DOSE.
        MOVE FUNCTION UPPER-CASE(fpl_medicament) TO wMedicamentLot
        MOVE 0 TO wQteDose
        PERFORM WITH TEST AFTER UNTIL wQteDose > 0
            DISPLAY "Quantité administrée (en unités du stock) ?"
            ACCEPT wQteDose
        END-PERFORM
        MOVE wQteDose TO wQteReste
        MOVE 0 TO wSeqSortie
        MOVE 0 TO stockEpuise

        OPEN I-O fpharmacie
        OPEN I-O fsortiesPharma
        PERFORM WITH TEST BEFORE UNTIL wQteReste = 0
        OR stockEpuise = 1
            PERFORM PHARMACIE_LOT_PLUS_ANCIEN
            IF lotTrouve = 0 THEN
                MOVE 1 TO stockEpuise
            ELSE
                MOVE wMedicamentLot TO fph_medicament
                MOVE wLotChoisi TO fph_numLot
                READ fpharmacie
                    INVALID KEY MOVE 1 TO stockEpuise
                    NOT INVALID KEY
                        IF fph_quantite >= wQteReste THEN
                            MOVE wQteReste TO wQteLot
                        ELSE
                            MOVE fph_quantite TO wQteLot
                        END-IF
                        SUBTRACT wQteLot FROM fph_quantite
                        SUBTRACT wQteLot FROM wQteReste
                        REWRITE phar_tamp
                        END-REWRITE
                        PERFORM PHARMACIE_ECRIRE_SORTIE
                END-READ
            END-IF
        END-PERFORM
        CLOSE fsortiesPharma
        CLOSE fpharmacie

        IF wQteReste > 0 THEN
            DISPLAY "Attention : stock de " wMedicamentLot
            DISPLAY "insuffisant, " wQteReste " unité(s) sans lot"
        END-IF.

      ******************************************************************
      * Cherche, pour wMedicamentLot, le lot en stock non périmé à la
      * date wDateDose reçu le premier (à réception égale, celui qui
      * périme le premier). Renvoie lotTrouve et le lot dans
      * wLotChoisi. fpharmacie est supposé ouvert par l appelant.
        PHARMACIE_LOT_PLUS_ANCIEN.
        MOVE 0 TO lotTrouve
        MOVE SPACES TO wLotChoisi
        MOVE 99999999 TO wLotReception
        MOVE 99999999 TO wLotExpiration
        MOVE wMedicamentLot TO fph_medicament
        MOVE LOW-VALUES TO fph_numLot
        MOVE 0 TO fdfPharma
        START fpharmacie KEY IS >= fph_cle
            INVALID KEY MOVE 1 TO fdfPharma
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdfPharma = 1
            READ fpharmacie NEXT
                AT END MOVE 1 TO fdfPharma
                NOT AT END
                    IF fph_medicament NOT = wMedicamentLot THEN
                        MOVE 1 TO fdfPharma
                    ELSE
                        IF fph_quantite > 0
                        AND fph_dateExpiration >= wDateDose
                        AND (fph_dateReception < wLotReception
                        OR (fph_dateReception = wLotReception
                        AND fph_dateExpiration < wLotExpiration))
                        THEN
                            MOVE 1 TO lotTrouve
                            MOVE fph_numLot TO wLotChoisi
                            MOVE fph_dateReception TO wLotReception
                            MOVE fph_dateExpiration TO wLotExpiration
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

      ******************************************************************
      * Ligne de sortie pour le lot courant (phar_tamp) et la quantité
      * wQteLot. fsortiesPharma est supposé ouvert par l appelant.
        PHARMACIE_ECRIRE_SORTIE.
        ADD 1 TO wSeqSortie
        MOVE wNumDose TO fso_numD
        MOVE wSeqSortie TO fso_seq
        MOVE fph_medicament TO fso_medicament
        MOVE fph_numLot TO fso_numLot
        MOVE fpl_numAnimal TO fso_numAnimal
        MOVE fpl_numP TO fso_numPlan
        MOVE wDateDose TO fso_date
        MOVE wQteLot TO fso_quantite
        MOVE wUtilisateurCourant TO fso_numEmp
        MOVE fph_stupefiant TO fso_stupefiant
        WRITE sort_tamp
            INVALID KEY DISPLAY "ERREUR : sortie de stock non tracée"
        END-WRITE
        DISPLAY wQteLot " unité(s) prise(s) sur le lot " fph_numLot
            " (reste " fph_quantite ")"
        IF fph_stupefiant = 1 THEN
            DISPLAY "Stupéfiant : sortie inscrite au registre"
        END-IF.

      ******************************************************************
      * Pharmacie vétérinaire : réception des lots, consultation du
      * stock, ajustements (casse, destruction, inventaire), rapport
      * de péremption (aussi produit par la clôture) et rappel de lot.
        MENU_PHARMACIE.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Réceptionner un lot'
        DISPLAY '2 : Afficher le stock d un médicament'
        DISPLAY '3 : Ajuster la quantité d un lot'
        DISPLAY '4 : Rapport des lots périmés ou à 30 jours'
        DISPLAY '5 : Rappel de lot : animaux traités avec un lot'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM RECEPTIONNER_LOT
                WHEN "2" PERFORM AFFICHER_STOCK_MEDICAMENT
                WHEN "3" PERFORM AJUSTER_LOT
                WHEN "4" PERFORM RAPPORT_PEREMPTION_PHARMACIE
                WHEN "5" PERFORM TRACER_LOT
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Saisie du médicament (mis en majuscules) et du numéro de lot,
      * laissés dans wMedicamentLot et wNumLot.
        DEMANDER_LOT.
        MOVE SPACES TO wMedicamentLot
        PERFORM WITH TEST AFTER UNTIL wMedicamentLot NOT = SPACES
            DISPLAY "Quel est le médicament ?"
            ACCEPT wMedicamentLot
        END-PERFORM
        MOVE FUNCTION UPPER-CASE(wMedicamentLot) TO wMedicamentLot
        MOVE SPACES TO wNumLot
        PERFORM WITH TEST AFTER UNTIL wNumLot NOT = SPACES
            DISPLAY "Quel est le numéro de lot ?"
            ACCEPT wNumLot
        END-PERFORM.

      ******************************************************************
      * Réception d un lot. Un lot déjà connu voit sa quantité
      * augmentée (livraison complémentaire du même lot).
        RECEPTIONNER_LOT.
        PERFORM DEMANDER_LOT
        MOVE 0 TO wQteLot
        PERFORM WITH TEST AFTER UNTIL wQteLot > 0
            DISPLAY "Quantité reçue (en unités) ?"
            ACCEPT wQteLot
        END-PERFORM

        MOVE FUNCTION CURRENT-DATE(1:4) TO rapDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO rapDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO rapDateJour
        COMPUTE wDateDuJour = rapDateAnnee * 10000
            + rapDateMois * 100 + rapDateJour

        OPEN I-O fpharmacie
        MOVE wMedicamentLot TO fph_medicament
        MOVE wNumLot TO fph_numLot
        READ fpharmacie
            INVALID KEY MOVE 0 TO lotTrouve
            NOT INVALID KEY MOVE 1 TO lotTrouve
        END-READ
        IF lotTrouve = 1 THEN
            MOVE fph_quantite TO wQteAvant
            ADD wQteLot TO fph_quantite
            REWRITE phar_tamp
                INVALID KEY DISPLAY "ERREUR : lot non mis à jour"
                NOT INVALID KEY DISPLAY "Lot complété, stock : "
                    fph_quantite
            END-REWRITE
        ELSE
            MOVE 0 TO wQteAvant
            DISPLAY "Date de péremption du lot :"
            PERFORM DEMANDER_DATE
            COMPUTE fph_dateExpiration = annee * 10000
                + mois * 100 + jour
            MOVE 0 TO choixClasse
            PERFORM WITH TEST AFTER UNTIL choixClasse >= 1
            AND choixClasse <= 3
                DISPLAY "Classe de stockage ?"
                DISPLAY "1 : AMBIANT,"
                DISPLAY "2 : REFRIGERE,"
                DISPLAY "3 : CONGELE"
                ACCEPT choixClasse
            END-PERFORM
            EVALUATE choixClasse
                WHEN 1 MOVE "AMBIANT" TO fph_classeStockage
                WHEN 2 MOVE "REFRIGERE" TO fph_classeStockage
                WHEN 3 MOVE "CONGELE" TO fph_classeStockage
            END-EVALUATE
            MOVE 0 TO choixStupefiant
            PERFORM WITH TEST AFTER UNTIL choixStupefiant = 1
            OR choixStupefiant = 2
                DISPLAY "Est-ce un stupéfiant ? (1 oui / 2 non)"
                ACCEPT choixStupefiant
            END-PERFORM
            IF choixStupefiant = 1 THEN
                MOVE 1 TO fph_stupefiant
            ELSE
                MOVE 0 TO fph_stupefiant
            END-IF
            MOVE wMedicamentLot TO fph_medicament
            MOVE wNumLot TO fph_numLot
            MOVE wQteLot TO fph_quantite
            MOVE wDateDuJour TO fph_dateReception
            WRITE phar_tamp
                INVALID KEY DISPLAY "ERREUR : lot non enregistré"
                NOT INVALID KEY DISPLAY "Lot enregistré !"
            END-WRITE
        END-IF
        CLOSE fpharmacie

        MOVE "PHARMACIE" TO wAuditFichier
        MOVE "RECEPTION" TO wAuditOperation
        MOVE wNumLot TO wAuditCle
        MOVE SPACES TO wAuditAvant
        STRING wMedicamentLot DELIMITED BY "  " " " wQteAvant
            DELIMITED BY SIZE INTO wAuditAvant
        MOVE SPACES TO wAuditApres
        STRING wMedicamentLot DELIMITED BY "  " " " fph_quantite
            DELIMITED BY SIZE INTO wAuditApres
        PERFORM AUDIT_ECRIRE.

      ******************************************************************
        AFFICHER_STOCK_MEDICAMENT.
        MOVE SPACES TO wMedicamentLot
        PERFORM WITH TEST AFTER UNTIL wMedicamentLot NOT = SPACES
            DISPLAY "Quel est le médicament ?"
            ACCEPT wMedicamentLot
        END-PERFORM
        MOVE FUNCTION UPPER-CASE(wMedicamentLot) TO wMedicamentLot
        OPEN INPUT fpharmacie
        MOVE wMedicamentLot TO fph_medicament
        MOVE LOW-VALUES TO fph_numLot
        MOVE 0 TO fdfPharma
        MOVE 0 TO lotTrouve
        MOVE SPACES TO wMarqueEcheance
        START fpharmacie KEY IS >= fph_cle
            INVALID KEY MOVE 1 TO fdfPharma
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdfPharma = 1
            READ fpharmacie NEXT
                AT END MOVE 1 TO fdfPharma
                NOT AT END
                    IF fph_medicament NOT = wMedicamentLot THEN
                        MOVE 1 TO fdfPharma
                    ELSE
                        MOVE 1 TO lotTrouve
                        PERFORM PREPARER_LIGNE_LOT
                        DISPLAY phrasePharma
                    END-IF
            END-READ
        END-PERFORM
        IF lotTrouve = 0 THEN
            DISPLAY "Aucun lot pour ce médicament"
        END-IF
        CLOSE fpharmacie.

      ******************************************************************
      * Ligne de description du lot courant (phar_tamp) dans
      * phrasePharma, suivie de wMarqueEcheance.
        PREPARER_LIGNE_LOT.
        MOVE SPACES TO phrasePharma
        IF fph_stupefiant = 1 THEN
            STRING fph_medicament " lot " fph_numLot " : "
            fph_quantite " u, péremption " fph_dateExpiration(7:2)
            "/" fph_dateExpiration(5:2) "/" fph_dateExpiration(1:4)
            ", " fph_classeStockage ", STUPEFIANT " wMarqueEcheance
            INTO phrasePharma
        ELSE
            STRING fph_medicament " lot " fph_numLot " : "
            fph_quantite " u, péremption " fph_dateExpiration(7:2)
            "/" fph_dateExpiration(5:2) "/" fph_dateExpiration(1:4)
            ", " fph_classeStockage " " wMarqueEcheance
            INTO phrasePharma
        END-IF.

      ******************************************************************
      * Correction de la quantité d un lot (casse, destruction d un
      * lot périmé, écart d inventaire), motif obligatoire et trace
      * dans l audit. Les stupéfiants sont réservés aux vétérinaires.
        AJUSTER_LOT.
        PERFORM DEMANDER_LOT
        MOVE "PHARMACIE" TO wVerrouFichier
        MOVE wNumLot TO wVerrouCle
        PERFORM VERROU_POSER
        IF verrouObtenu = 1 THEN
            OPEN I-O fpharmacie
            MOVE wMedicamentLot TO fph_medicament
            MOVE wNumLot TO fph_numLot
            MOVE 0 TO lotTrouve
            READ fpharmacie
                INVALID KEY DISPLAY "Ce lot n existe pas"
                NOT INVALID KEY MOVE 1 TO lotTrouve
            END-READ
            IF lotTrouve = 1 AND fph_stupefiant = 1 THEN
                PERFORM VERIFIER_ROLE_VETERINAIRE
                IF roleVeterinaireOK = 0 THEN
                    DISPLAY "Stupéfiant : réservé aux employés "
                        "VETERINAIRE"
                    MOVE 0 TO lotTrouve
                END-IF
            END-IF
            IF lotTrouve = 1 THEN
                MOVE SPACES TO wMarqueEcheance
                PERFORM PREPARER_LIGNE_LOT
                DISPLAY phrasePharma
                MOVE fph_quantite TO wQteAvant
                DISPLAY "Nouvelle quantité en stock ?"
                ACCEPT wQteLot
                MOVE SPACES TO wMvtMotif
                PERFORM WITH TEST AFTER UNTIL wMvtMotif NOT = SPACES
                    DISPLAY "Motif de l ajustement ?"
                    ACCEPT wMvtMotif
                END-PERFORM
                MOVE wQteLot TO fph_quantite
                REWRITE phar_tamp
                    INVALID KEY DISPLAY "ERREUR : lot non mis à jour"
                    NOT INVALID KEY DISPLAY "Stock du lot ajusté"
                END-REWRITE
                MOVE "PHARMACIE" TO wAuditFichier
                MOVE "AJUSTE" TO wAuditOperation
                MOVE wNumLot TO wAuditCle
                MOVE SPACES TO wAuditAvant
                STRING wQteAvant " " wMvtMotif DELIMITED BY SIZE
                    INTO wAuditAvant
                MOVE SPACES TO wAuditApres
                STRING wQteLot " " wMedicamentLot DELIMITED BY SIZE
                    INTO wAuditApres
                PERFORM AUDIT_ECRIRE
            END-IF
            CLOSE fpharmacie
            PERFORM VERROU_LIBERER
        END-IF.

      ******************************************************************
      * Lots encore en stock déjà périmés, puis lots qui périment dans
      * les 30 jours (rapport_pharmacie.txt). Produit par la clôture
      * de fin de journée.
        RAPPORT_PEREMPTION_PHARMACIE.
        MOVE FUNCTION CURRENT-DATE(1:4) TO rapDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO rapDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO rapDateJour
        COMPUTE wDateDuJour = rapDateAnnee * 10000
            + rapDateMois * 100 + rapDateJour
        COMPUTE wJourInt = FUNCTION INTEGER-OF-DATE(wDateDuJour) + 30
        COMPUTE wDateHorizon = FUNCTION DATE-OF-INTEGER(wJourInt)

        OPEN OUTPUT frapportPharma
        MOVE SPACES TO rapLigne
        STRING "PEREMPTIONS DE LA PHARMACIE DU " rapDateJour "/"
            rapDateMois "/" rapDateAnnee " (30 JOURS)" INTO rapLigne
        WRITE raph_tamp FROM rapLigne

        MOVE 0 TO cptLotsPerimes
        MOVE 0 TO cptLotsEcheance
        OPEN INPUT fpharmacie
        MOVE "--- Lots périmés encore en stock ---" TO raph_tamp
        WRITE raph_tamp
        MOVE "*** PERIME ***" TO wMarqueEcheance
        MOVE 0 TO fdfPharma
        PERFORM WITH TEST AFTER UNTIL fdfPharma = 1
            READ fpharmacie NEXT
                AT END MOVE 1 TO fdfPharma
                NOT AT END
                    IF fph_quantite > 0
                    AND fph_dateExpiration < wDateDuJour THEN
                        ADD 1 TO cptLotsPerimes
                        PERFORM PREPARER_LIGNE_LOT
                        WRITE raph_tamp FROM phrasePharma
                    END-IF
            END-READ
        END-PERFORM
        IF cptLotsPerimes = 0 THEN
            MOVE "Aucun" TO raph_tamp
            WRITE raph_tamp
        END-IF

        MOVE "--- Lots périmant dans les 30 jours ---" TO raph_tamp
        WRITE raph_tamp
        MOVE SPACES TO wMarqueEcheance
        MOVE LOW-VALUES TO fph_cle
        MOVE 0 TO fdfPharma
        START fpharmacie KEY IS >= fph_cle
            INVALID KEY MOVE 1 TO fdfPharma
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdfPharma = 1
            READ fpharmacie NEXT
                AT END MOVE 1 TO fdfPharma
                NOT AT END
                    IF fph_quantite > 0
                    AND fph_dateExpiration >= wDateDuJour
                    AND fph_dateExpiration <= wDateHorizon THEN
                        ADD 1 TO cptLotsEcheance
                        PERFORM PREPARER_LIGNE_LOT
                        WRITE raph_tamp FROM phrasePharma
                    END-IF
            END-READ
        END-PERFORM
        IF cptLotsEcheance = 0 THEN
            MOVE "Aucun" TO raph_tamp
            WRITE raph_tamp
        END-IF
        CLOSE fpharmacie
        CLOSE frapportPharma
        DISPLAY "Rapport écrit dans rapport_pharmacie.txt ("
            cptLotsPerimes " périmé(s), " cptLotsEcheance
            " à 30 jours)".

      ******************************************************************
      * Rappel de lot : toutes les sorties d un lot, avec l animal
      * traité (surnom tant qu il est au parc), la date et la
      * quantité.
        TRACER_LOT.
        PERFORM DEMANDER_LOT
        OPEN INPUT fsortiesPharma
        OPEN INPUT fanimaux
        MOVE wMedicamentLot TO fso_medicament
        MOVE wNumLot TO fso_numLot
        MOVE 0 TO cptSortiesLot
        MOVE 0 TO fdfPharma
        START fsortiesPharma KEY IS = fso_lot
            INVALID KEY MOVE 1 TO fdfPharma
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdfPharma = 1
            READ fsortiesPharma NEXT
                AT END MOVE 1 TO fdfPharma
                NOT AT END
                    IF fso_medicament NOT = wMedicamentLot
                    OR fso_numLot NOT = wNumLot THEN
                        MOVE 1 TO fdfPharma
                    ELSE
                        ADD 1 TO cptSortiesLot
                        MOVE fso_numAnimal TO fa_numA
                        READ fanimaux
                            INVALID KEY
                                MOVE "(sorti du parc)" TO surnomA
                            NOT INVALID KEY
                                MOVE fa_surnom TO surnomA
                        END-READ
                        MOVE SPACES TO phrasePharma
                        STRING "Le " fso_date(7:2) "/" fso_date(5:2)
                        "/" fso_date(1:4) " animal n°" fso_numAnimal
                        " " surnomA " : " fso_quantite " u (dose n°"
                        fso_numD ", plan n°" fso_numPlan
                        ", employé n°" fso_numEmp ")"
                        INTO phrasePharma
                        DISPLAY phrasePharma
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fanimaux
        CLOSE fsortiesPharma
        IF cptSortiesLot = 0 THEN
            DISPLAY "Aucune sortie pour ce lot"
        ELSE
            DISPLAY cptSortiesLot " sortie(s) pour ce lot"
        END-IF.

      ******************************************************************
        AJOUT_DESCRIPTION_SOIN.
            DISPLAY "Quel est sa description?"
            ACCEPT descriptionSoin
            MOVE descriptionSoin to fs_descriptif.

      ******************************************************************
        AJOUT_DATE_SOIN.
        PERFORM DEMANDER_DATE_OUVERTE
        MOVE annee TO fs_annee
        MOVE mois TO fs_mois
        MOVE jour TO fs_jour.

      ******************************************************************
        AJOUT_SOIGNEUR_SOIN.
        OPEN INPUT femployes
        MOVE 0 TO soigneurTrouve
        PERFORM WITH TEST AFTER UNTIL soigneurTrouve = 1
               DISPLAY "Quel est le numéro du soigneur ?"
               ACCEPT numeroSoigneur
               MOVE numeroSoigneur TO fem_numEmp
               READ femployes
               INVALID KEY DISPLAY "Le soigneur n existe pas"
               NOT INVALID KEY MOVE 1 TO soigneurTrouve
               END-READ
        END-PERFORM
        MOVE numeroSoigneur to fs_numSoigneur
        CLOSE femployes.

      ******************************************************************
      * Seuls les employés de type VETERINAIRE ou ADMIN peuvent saisir
      * un soin de type maladie ou vaccin.
        VERIFIER_ROLE_VETERINAIRE.
        MOVE 0 TO roleVeterinaireOK
        IF FUNCTION UPPER-CASE(wRoleCourant) = "VETERINAIRE"
            MOVE 1 TO roleVeterinaireOK
        END-IF
        IF FUNCTION UPPER-CASE(wRoleCourant) = "ADMIN"
            MOVE 1 TO roleVeterinaireOK
        END-IF.

      ******************************************************************
      * Saisie normalisée de l état de santé d un animal, laissé dans
      * wEtatSante (mêmes libellés partout, comme pour l état des
      * enclos).
        DEMANDER_ETAT_SANTE.
        MOVE 0 TO choixEtatSante
        PERFORM WITH TEST AFTER UNTIL choixEtatSante >= 1
        AND choixEtatSante <= 3
            DISPLAY "Quel est le nouvel état de santé ?"
            DISPLAY "1 : SAIN,"
            DISPLAY "2 : OBSERVATION,"
            DISPLAY "3 : QUARANTAINE"
            ACCEPT choixEtatSante
        END-PERFORM
        EVALUATE choixEtatSante
            WHEN 1 MOVE "SAIN" TO wEtatSante
            WHEN 2 MOVE "OBSERVATION" TO wEtatSante
            WHEN 3 MOVE "QUARANTAINE" TO wEtatSante
        END-EVALUATE.

      ******************************************************************
      * Applique l état de santé wEtatSante à l animal numeroAnimal,
      * avec trace d audit. La levée d une quarantaine (QUARANTAINE
      * vers un autre état) est consignée dans le registre des
      * mouvements, sans changement d enclos.
        APPLIQUER_ETAT_SANTE.
        MOVE 0 TO mouvementAEcrire
        MOVE 0 TO alerteALever
        OPEN I-O fanimaux
        MOVE numeroAnimal TO fa_numA
        READ fanimaux
            INVALID KEY DISPLAY "L animal n existe pas"
            NOT INVALID KEY
                MOVE fa_etatSante TO wEtatSanteAvant
                MOVE fa_etatSante TO wAuditAvant
                MOVE wEtatSante TO fa_etatSante
                MOVE fa_etatSante TO wAuditApres
                REWRITE anim_tamp
                END-REWRITE
                MOVE "ANIMAUX" TO wAuditFichier
                MOVE "MODIF" TO wAuditOperation
                MOVE numeroAnimal TO wAuditCle
                PERFORM AUDIT_ECRIRE
                DISPLAY "Nouvel état de santé : " fa_etatSante
                IF wEtatSanteAvant = "QUARANTAINE"
                AND wEtatSante NOT = "QUARANTAINE" THEN
                    MOVE numeroAnimal TO wMvtNumAnimal
                    MOVE "LEVEE QUAR" TO wMvtType
                    MOVE fa_numEnclos TO wMvtEnclosAvant
                    MOVE fa_numEnclos TO wMvtEnclosApres
                    MOVE "LEVEE DE QUARANTAINE" TO wMvtMotif
                    MOVE 1 TO mouvementAEcrire
                END-IF
      * Une mise en quarantaine part à l employé d astreinte
                IF wEtatSante = "QUARANTAINE"
                AND wEtatSanteAvant NOT = "QUARANTAINE" THEN
                    MOVE fa_numA TO wAlAnimal
                    MOVE fa_numEnclos TO wAlEnclos
                    MOVE fa_surnom TO wAlSurnom
                    MOVE 1 TO alerteALever
                END-IF
        END-READ
        CLOSE fanimaux
        IF mouvementAEcrire = 1 THEN
            PERFORM MOUVEMENT_ECRIRE
            MOVE 0 TO mouvementAEcrire
        END-IF
        IF alerteALever = 1 THEN
            PERFORM ALERTE_QUARANTAINE_PREPARER
            PERFORM ALERTE_LEVER
            MOVE 0 TO alerteALever
        END-IF.

      ******************************************************************
      * Changement de l état de santé d un animal par le vétérinaire
      * (maladie contagieuse constatée, mise en observation, levée de
      * quarantaine). C est cet état que contrôlent AJOUT_ANIMAL et
      * MODIFIER_ANIMAL avant tout placement en enclos partagé.
        MODIFIER_ETAT_SANTE.
        PERFORM VERIFIER_ROLE_VETERINAIRE
        IF roleVeterinaireOK = 0 THEN
            DISPLAY "Reserve aux employes VETERINAIRE"
                MOVE numeroAnimal TO fa_numA
                READ fanimaux
                    INVALID KEY DISPLAY "L animal n existe pas"
                    NOT INVALID KEY
                        MOVE 1 TO animalTrouve
                        DISPLAY "Etat actuel : " fa_etatSante
                END-READ
            END-PERFORM
            CLOSE fanimaux
            PERFORM DEMANDER_ETAT_SANTE
            PERFORM APPLIQUER_ETAT_SANTE
        END-IF.

      ******************************************************************
        AJOUT_TYPE_SOIN.
        MOVE 0 TO typeSoinValide
        PERFORM WITH TEST AFTER UNTIL typeSoinValide = 1
                DISPLAY "Quel est le type du soin ?"
                DISPLAY "1 : Soin Maladie,"
                DISPLAY "2 : Soin Blessure,"
                DISPLAY "3 : Vaccin"
                ACCEPT typeSoin
                EVALUATE typeSoin
                WHEN "1"
                    PERFORM VERIFIER_ROLE_VETERINAIRE
                    IF roleVeterinaireOK = 1
                        MOVE "maladie" TO typeSoin
                        MOVE 1 TO typeSoinValide
                    ELSE
                        DISPLAY "Reserve aux employes VETERINAIRE"
                    END-IF
                WHEN "2"
                    MOVE "blessure" TO typeSoin
                    MOVE 1 TO typeSoinValide
                WHEN "3"
                    PERFORM VERIFIER_ROLE_VETERINAIRE
                    IF roleVeterinaireOK = 1
                        MOVE "vaccin" TO typeSoin
                        MOVE 1 TO typeSoinValide
                    ELSE
                        DISPLAY "Reserve aux employes VETERINAIRE"
                    END-IF
                END-EVALUATE
        END-PERFORM
        MOVE typeSoin TO fs_type.

      ******************************************************************
      * Edite le carnet de santé d un animal dans un fichier qui lui
      * est propre (carnet_NNN.txt) : identité, tous ses soins en
      * ordre chronologique avec le nom du soigneur, la date du
      * dernier vaccin et la date du prochain rappel calculée à
      * partir de l intervalle de l espèce. C est le document remis
      * au vétérinaire extérieur avant toute intervention.
        CARNET_SANTE.
        OPEN INPUT fanimaux
        MOVE 0 TO animalTrouve
        PERFORM WITH TEST AFTER UNTIL animalTrouve = 1
                DISPLAY "Quel est le numéro de l animal ?"
                ACCEPT numeroAnimal
                MOVE numeroAnimal TO fa_numA
                READ fanimaux
                INVALID KEY DISPLAY "L animal n existe pas"
                NOT INVALID KEY
                    MOVE 1 TO animalTrouve
                    MOVE fa_surnom TO surnomA
                    MOVE fa_espece TO especeA
                    MOVE fa_anneeNaissance TO aNaissA
                    MOVE fa_numEnclos TO numEnclosA
                    MOVE fa_etatSante TO wEtatSante
                    MOVE fa_dernierVaccinJour TO wVacJour
                    MOVE fa_dernierVaccinMois TO wVacMois
                    MOVE fa_dernierVaccinAnnee TO wVacAnnee
                END-READ
        END-PERFORM
        CLOSE fanimaux

        MOVE SPACES TO wCarnetFichier
        STRING "carnet_" numeroAnimal ".txt" INTO wCarnetFichier
        OPEN OUTPUT fcarnet

        MOVE SPACES TO phraseCarnet
        STRING "CARNET DE SANTE - ANIMAL n°" numeroAnimal
            INTO phraseCarnet
        WRITE carn_tamp FROM phraseCarnet
        MOVE SPACES TO phraseCarnet
        STRING "Surnom : " surnomA INTO phraseCarnet
        WRITE carn_tamp FROM phraseCarnet
        MOVE SPACES TO phraseCarnet
        STRING "Espèce : " especeA INTO phraseCarnet
        WRITE carn_tamp FROM phraseCarnet
        MOVE SPACES TO phraseCarnet
        STRING "Année de naissance : " aNaissA INTO phraseCarnet
        WRITE carn_tamp FROM phraseCarnet
        MOVE SPACES TO phraseCarnet
        STRING "Enclos actuel : n°" numEnclosA INTO phraseCarnet
        WRITE carn_tamp FROM phraseCarnet
        MOVE SPACES TO phraseCarnet
        STRING "Etat de santé : " wEtatSante INTO phraseCarnet
        WRITE carn_tamp FROM phraseCarnet

      * Constitution de la table des soins de l animal
        MOVE 0 TO TC-COUNT
        OPEN INPUT fsoins
        MOVE numeroAnimal TO fs_numA
        MOVE 0 TO fdf
        START fsoins, KEY IS = fs_numA
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fsoins NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fs_numA NOT = numeroAnimal THEN
                        MOVE 1 TO fdf
                    ELSE
                        IF TC-COUNT < 200 THEN
                            ADD 1 TO TC-COUNT
                            COMPUTE TC-DATE(TC-COUNT) =
                                fs_annee * 10000 + fs_mois * 100
                                + fs_jour
                            MOVE fs_numS TO TC-NUMS(TC-COUNT)
                            MOVE fs_type TO TC-TYPE(TC-COUNT)
                            MOVE fs_descriptif
                                TO TC-DESCRIPTIF(TC-COUNT)
                            MOVE fs_numSoigneur
                                TO TC-NUMSOIGNEUR(TC-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fsoins

        PERFORM TRI_TABLE_CARNET

      * Ecriture des soins, du plus ancien au plus récent, avec le
      * nom du soigneur résolu depuis le fichier des employés
        MOVE "--- Soins administrés ---" TO carn_tamp
        WRITE carn_tamp
        IF TC-COUNT = 0 THEN
            MOVE "Aucun soin enregistré" TO carn_tamp
            WRITE carn_tamp
        END-IF
        OPEN INPUT femployes
        PERFORM VARYING TC-I FROM 1 BY 1 UNTIL TC-I > TC-COUNT
            MOVE TC-NUMSOIGNEUR(TC-I) TO fem_numEmp
            MOVE SPACES TO phraseCarnet
            READ femployes
                INVALID KEY
                    STRING "Le " TC-DATE(TC-I)(7:2) "/"
                    TC-DATE(TC-I)(5:2) "/" TC-DATE(TC-I)(1:4)
                    " : " TC-TYPE(TC-I) " (" TC-DESCRIPTIF(TC-I)
                    "), soin n°" TC-NUMS(TC-I) ", soigneur n°"
                    TC-NUMSOIGNEUR(TC-I) INTO phraseCarnet
                NOT INVALID KEY
                    STRING "Le " TC-DATE(TC-I)(7:2) "/"
                    TC-DATE(TC-I)(5:2) "/" TC-DATE(TC-I)(1:4)
                    " : " TC-TYPE(TC-I) " (" TC-DESCRIPTIF(TC-I)
                    "), soin n°" TC-NUMS(TC-I) ", par " fem_nom
                    " " fem_prenom INTO phraseCarnet
            END-READ
            WRITE carn_tamp FROM phraseCarnet
        END-PERFORM
        CLOSE femployes

      * Plans de traitement prescrits et doses administrées
        PERFORM CARNET_PLANS_TRAITEMENT

      * Dernier vaccin et prochain rappel selon l intervalle de
      * l espèce
        MOVE "--- Vaccination ---" TO carn_tamp
        WRITE carn_tamp
        IF wVacAnnee = 0 THEN
            MOVE "Aucun vaccin enregistré" TO carn_tamp
            WRITE carn_tamp
        ELSE
            MOVE SPACES TO phraseCarnet
            STRING "Dernier vaccin le " wVacJour "/" wVacMois "/"
                wVacAnnee INTO phraseCarnet
            WRITE carn_tamp FROM phraseCarnet
        END-IF
        OPEN INPUT fespeces
        MOVE especeA TO fsp_espece
        READ fespeces
            INVALID KEY
                MOVE "Intervalle de rappel inconnu (espèce absente)"
                    TO carn_tamp
                WRITE carn_tamp
                END-WRITE
            NOT INVALID KEY
                IF wVacAnnee = 0 THEN
                    MOVE "Rappel à prévoir dès que possible"
                        TO carn_tamp
                    WRITE carn_tamp
                ELSE
                    COMPUTE wProchainRappel =
                        FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(wVacAnnee * 10000
                        + wVacMois * 100 + wVacJour)
                        + fsp_intervalleVaccin)
                    MOVE SPACES TO phraseCarnet
                    STRING "Prochain rappel le "
                        wProchainRappel(7:2) "/"
                        wProchainRappel(5:2) "/"
                        wProchainRappel(1:4) INTO phraseCarnet
                    WRITE carn_tamp FROM phraseCarnet
                END-IF
        END-READ
        CLOSE fespeces
        CLOSE fcarnet
        DISPLAY "Carnet écrit dans " wCarnetFichier.

      ******************************************************************
      * Tri de la table des soins du carnet par date croissante
        TRI_TABLE_CARNET.
        MOVE 1 TO TC-SWAPPED
        PERFORM WITH TEST BEFORE UNTIL TC-SWAPPED = 0
            MOVE 0 TO TC-SWAPPED
            PERFORM VARYING TC-I FROM 1 BY 1 UNTIL TC-I >= TC-COUNT
                IF TC-DATE(TC-I) > TC-DATE(TC-I + 1) THEN
                    MOVE TC-ENTREE(TC-I) TO TC-ENTREE-TEMP
                    MOVE TC-ENTREE(TC-I + 1) TO TC-ENTREE(TC-I)
                    MOVE TCT-DATE TO TC-DATE(TC-I + 1)
                    MOVE TCT-NUMS TO TC-NUMS(TC-I + 1)
                    MOVE TCT-TYPE TO TC-TYPE(TC-I + 1)
                    MOVE TCT-DESCRIPTIF TO TC-DESCRIPTIF(TC-I + 1)
                    MOVE TCT-NUMSOIGNEUR TO TC-NUMSOIGNEUR(TC-I + 1)
                    MOVE 1 TO TC-SWAPPED
                END-IF
            END-PERFORM
        END-PERFORM.

      ******************************************************************
      * Section du carnet de santé consacrée aux plans de traitement
      * de l animal numeroAnimal : chaque prescription avec sa durée
      * et le vétérinaire, puis chaque dose administrée, pour montrer
      * la cure complète et pas seulement la prescription. fcarnet
      * est supposé ouvert par CARNET_SANTE.
        CARNET_PLANS_TRAITEMENT.
        MOVE "--- Plans de traitement ---" TO carn_tamp
        WRITE carn_tamp
        MOVE 0 TO cptTraitements
        OPEN INPUT fplans
        OPEN INPUT fdoses
        MOVE numeroAnimal TO fpl_numAnimal
        MOVE 0 TO fdf
        START fplans KEY IS = fpl_numAnimal
            INVALID KEY MOVE 1 TO fdf
        END-START
                        MOVE 1 TO fdf
                    ELSE
                        ADD 1 TO cptTraitements
                        MOVE SPACES TO phraseCarnet
                        STRING "Plan n°" fpl_numP " (" fpl_statut
                        ") : " fpl_medicament " dès le "
                        fpl_dateDebut(7:2) "/" fpl_dateDebut(5:2)
                        "/" fpl_dateDebut(1:4) ", "
                        fpl_dureeJours " jour(s), "
                        fpl_foisParJour
                        " fois/jour, vétérinaire n°"
                        fpl_numVeterinaire INTO phraseCarnet
                        WRITE carn_tamp FROM phraseCarnet
                        PERFORM CARNET_DOSES_PLAN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fdoses
        CLOSE fplans
        IF cptTraitements = 0 THEN
            MOVE "Aucun plan de traitement" TO carn_tamp
            WRITE carn_tamp
        END-IF.

      ******************************************************************
      * Doses pointées sur le plan courant (plan_tamp), écrites à la
      * suite de sa ligne dans le carnet. fdoses et fcarnet sont
      * supposés ouverts par l appelant ; le parcours écrase
      * dose_tamp.
        CARNET_DOSES_PLAN.
        MOVE 0 TO cptDosesPlan
        MOVE fpl_numP TO fdo_numPlan
        MOVE 0 TO fdz
                        MOVE 1 TO fdz
                    ELSE
                        ADD 1 TO cptDosesPlan
                        MOVE SPACES TO phraseCarnet
                        STRING "  Dose administrée le "
                        fdo_date(7:2) "/" fdo_date(5:2) "/"
                        fdo_date(1:4) " à " fdo_heure
                        ", par employé n°" fdo_numEmp
                        INTO phraseCarnet
                        WRITE carn_tamp FROM phraseCarnet
                    END-IF
            END-READ
        END-PERFORM
        IF cptDosesPlan = 0 THEN
            MOVE "  Aucune dose pointée" TO carn_tamp
            WRITE carn_tamp
        END-IF.

      ******************************************************************
        AJOUT_ANIMAL_SOIN.
        OPEN INPUT fanimaux
        MOVE 0 TO animalTrouve
        PERFORM WITH TEST AFTER UNTIL animalTrouve = 1
                DISPLAY "Quel est le numéro de l animal ?"
                ACCEPT numeroAnimal
                MOVE numeroAnimal TO fa_numA
               READ fanimaux
               INVALID KEY DISPLAY "L animal n existe pas"
               NOT INVALID KEY MOVE 1 TO animalTrouve
               END-READ
        END-PERFORM
        MOVE numeroAnimal TO fs_numA
        CLOSE fanimaux.




      *************************************
      *                                   *
      *         FONCTIONS ANIMAUX         *
      *                                   *
      *************************************

        MENU_ANIMAUX.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Ajouter un animal'
        DISPLAY '2 : Supprimer un animal'
        DISPLAY '3 : Afficher un animal'
        DISPLAY '4 : Afficher tous les animaux'
        DISPLAY '5 : Modifier un animal'
        DISPLAY '6 : Liste des soins administrés à un animal'
        DISPLAY '7 : Liste des repas d un animal'
        DISPLAY '8 : Voir quel animal a besoin d etre nourri'
        DISPLAY '9 : Définir le prix moyen d un repas'
        DISPLAY '10 : Historique des mouvements d un animal'
        DISPLAY '11 : Saisir une mesure (poids, température)'
        DISPLAY '12 : Rapport de tendance du poids d un animal'
        DISPLAY '13 : Enregistrer une naissance'
        DISPLAY '14 : Prêts inter-zoos et permis CITES'
        DISPLAY '15 : Registre de mortalité et nécropsies'
        DISPLAY '16 : Programme d enrichissement'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM AJOUT_ANIMAL
                WHEN "2" PERFORM SUPPRIMER_ANIMAL
                WHEN "3" PERFORM AFFICHER_ANIMAL
                WHEN "4" PERFORM AFFICHER_TOUS_LES_ANIMAUX
                WHEN "5" PERFORM MODIFIER_ANIMAL
                WHEN "6" PERFORM SOINSADMINISTREANIMAL
                WHEN "7" PERFORM LISTE_REPAS_ANIMAL
                WHEN "8" PERFORM ANIMAUX_BESOIN_REPAS
                WHEN "9" PERFORM PRIX_MOYEN_REPAS
                WHEN "10" PERFORM AFFICHER_MOUVEMENTS_ANIMAL
                WHEN "11" PERFORM SAISIR_MESURE
                WHEN "12" PERFORM RAPPORT_POIDS_ANIMAL
                WHEN "13" PERFORM AJOUT_NAISSANCE
                WHEN "14" PERFORM MENU_PRETS
                WHEN "15" PERFORM MENU_MORTALITE
                WHEN "16" PERFORM MENU_ENRICHISSEMENT
                WHEN "0" PERFORM APPELER_MENU
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.


      ******************************************************************
        AJOUT_ANIMAL.
        OPEN I-O fanimaux

      * Le numéro est attribué automatiquement depuis le compteur
      * persistant, à reporter sur la fiche papier de l animal
        MOVE 0 TO wCompteurMax
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fanimaux NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        IF fa_numA > wCompteurMax THEN
                            MOVE fa_numA TO wCompteurMax
                        END-IF
                END-READ
        END-PERFORM
        MOVE "ANIMAL" TO wCompteurNom
        PERFORM COMPTEUR_SUIVANT
        MOVE wCompteurValeur TO numA
        DISPLAY "Numéro d animal attribué : " numA

        DISPLAY "Quel est son surnom?"
        ACCEPT surnomA


        PERFORM WITH TEST AFTER UNTIL aNaissA>1800 AND aNaissA<2100
             DISPLAY "Quelle est son année de naissance?"
             ACCEPT aNaissA
        END-PERFORM


        DISPLAY "Quel est son espece?"
        ACCEPT especeA


      * Un animal qui arrive au parc est réputé SAIN ; seul l état des
      * animaux déjà présents dans l enclos peut bloquer le placement
        MOVE "SAIN" TO wEtatSante
        MOVE 1 TO enclosComplet
        MOVE 0 TO enclosNonExistant
        OPEN INPUT fenclos
        PERFORM WITH TEST AFTER UNTIL enclosNonExistant = 1
        AND enclosComplet = 0
            DISPLAY "Dans quel enclos est-il?"
            ACCEPT numEnclosA
            MOVE numEnclosA to fe_numE
            READ fenclos
                INVALID KEY DISPLAY "Enclos non existant"
                NOT INVALID KEY
                MOVE 1 TO enclosNonExistant
                MOVE numEnclosA TO CE
                PERFORM CAPACITE_ENCLOS
                IF enclosComplet = 1 THEN
                    DISPLAY "Cet enclos est complet"
                ELSE
                    PERFORM VERIFIER_COMPATIBILITE_ENCLOS
                    IF compatibiliteOK = 0 THEN
                        DISPLAY "Espece incompatible avec "
                        especeConflit " déjà présent dans cet enclos"
                        MOVE 1 TO enclosComplet
                    ELSE
                        PERFORM VERIFIER_INTERVENTION_ENCLOS
                        IF interventionBloquante = 1 THEN
                            DISPLAY "Enclos interdit : intervention"
                                " de sécurité ouverte"
                            MOVE 1 TO enclosComplet
                        ELSE
                            PERFORM VERIFIER_QUARANTAINE_ENCLOS
                            IF quarantaineBloquante = 1 THEN
                                MOVE 1 TO enclosComplet
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE fenclos
        MOVE numEnclosA to fa_numEnclos
        DISPLAY numEnclosA
        DISPLAY "Quel est sa fréquence de repas (en nombre de jours)?"
        ACCEPT frequenceRepasA

      * Provenance : un animal venu d un autre établissement arrive
      * sous contrat (prêt, vente, don) et le plus souvent avec un
      * permis CITES ; le contrat est enregistré avec l animal
        MOVE 0 TO choixProvenance
        PERFORM WITH TEST AFTER UNTIL choixProvenance = 1
        OR choixProvenance = 2
            DISPLAY "L animal vient-il d un autre établissement"
            DISPLAY "(1 = oui, 2 = non) ?"
            ACCEPT choixProvenance
        END-PERFORM
        IF choixProvenance = 1 THEN
            MOVE "ENTRANT" TO wSensPret
            PERFORM SAISIR_CONTRAT_PRET
        END-IF

        MOVE frequenceRepasA to fa_frequenceRepas
        MOVE especeA to fa_espece
        MOVE surnomA to fa_surnom
        MOVE numA TO fa_numA
        MOVE aNaissA to fa_anneeNaissance
        MOVE 0 to fa_dernierRepas
        MOVE 0 to fa_dernierVaccinJour
        MOVE 0 to fa_dernierVaccinMois
        MOVE 0 to fa_dernierVaccinAnnee
        MOVE "SAIN" to fa_etatSante
        MOVE 0 to fa_numPret
        DISPLAY fa_numA
        MOVE 0 TO bool
        WRITE anim_tamp
                INVALID KEY DISPLAY "ERREUR : animal non ajouté"
                NOT INVALID KEY
                    DISPLAY "Animal ajouté !"
                    MOVE 1 TO bool
        END-WRITE

      * Le contrat d arrivée n est créé qu une fois l animal
      * enregistré ; PRET_ECRIRE ne touche pas à anim_tamp, la fiche
      * est donc réécrite avec le numéro du contrat
        IF bool = 1 AND choixProvenance = 1 THEN
            PERFORM PRET_ECRIRE
            MOVE wNumPret TO fa_numPret
            REWRITE anim_tamp
            END-REWRITE
        END-IF
        CLOSE fanimaux

      * Enregistrement de l arrivée dans le registre des mouvements
        IF bool = 1 THEN
            MOVE numA TO wMvtNumAnimal
            MOVE "ARRIVEE" TO wMvtType
            MOVE 0 TO wMvtEnclosAvant
            MOVE numEnclosA TO wMvtEnclosApres
            IF choixProvenance = 1 THEN
                MOVE SPACES TO wMvtMotif
                STRING "DE " wEtablissement DELIMITED BY SIZE
                    INTO wMvtMotif
            ELSE
                MOVE "ARRIVEE AU PARC" TO wMvtMotif
            END-IF
            PERFORM MOUVEMENT_ECRIRE
        END-IF.


      ******************************************************************
      * Enregistrement d une naissance au parc : le petit est créé
      * dans le registre des animaux avec l espèce et l enclos de sa
      * mère (il naît sur place, ce n est pas un placement), la
      * filiation est conservée dans le registre des naissances et
      * l arrivée est consignée dans les mouvements avec le type
      * NAISSANCE.
        AJOUT_NAISSANCE.
        OPEN INPUT fanimaux
        MOVE 0 TO mereTrouvee
        PERFORM WITH TEST AFTER UNTIL mereTrouvee = 1
            DISPLAY "Quel est le numéro de la mère ?"
            ACCEPT wNumMere
            MOVE wNumMere TO fa_numA
            READ fanimaux
                INVALID KEY DISPLAY "Cet animal n existe pas"
                NOT INVALID KEY
                    MOVE 1 TO mereTrouvee
                    MOVE fa_espece TO especeA
                    MOVE fa_numEnclos TO numEnclosA
                    DISPLAY "Mère : " fa_surnom " (" fa_espece ")"
            END-READ
        END-PERFORM
        MOVE 0 TO animalTrouve
        PERFORM WITH TEST AFTER UNTIL animalTrouve = 1
            DISPLAY "Quel est le numéro du père (0 si inconnu) ?"
            ACCEPT wNumPere
            IF wNumPere = 0 THEN
                MOVE 1 TO animalTrouve
            ELSE
                MOVE wNumPere TO fa_numA
                READ fanimaux
                    INVALID KEY DISPLAY "Cet animal n existe pas"
                    NOT INVALID KEY MOVE 1 TO animalTrouve
                END-READ
            END-IF
        END-PERFORM
        CLOSE fanimaux

        OPEN I-O fanimaux

      * Le numéro du petit est attribué automatiquement depuis le
      * compteur persistant, à reporter sur la fiche papier
        MOVE 0 TO wCompteurMax
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fanimaux NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        IF fa_numA > wCompteurMax THEN
                            MOVE fa_numA TO wCompteurMax
                        END-IF
                END-READ
        END-PERFORM
        MOVE "ANIMAL" TO wCompteurNom
        PERFORM COMPTEUR_SUIVANT
        MOVE wCompteurValeur TO numA
        DISPLAY "Numéro d animal attribué au petit : " numA
        DISPLAY "Quel est son surnom ?"
        ACCEPT surnomA
        DISPLAY "Date de naissance :"
        PERFORM DEMANDER_DATE
        MOVE 0 TO wTaillePortee
        PERFORM WITH TEST AFTER UNTIL wTaillePortee > 0
            DISPLAY "Taille de la portée ?"
            ACCEPT wTaillePortee
        END-PERFORM
        DISPLAY "Quelle est sa fréquence de repas (en jours) ?"
        ACCEPT frequenceRepasA

        MOVE numA TO fa_numA
        MOVE surnomA TO fa_surnom
        MOVE annee TO fa_anneeNaissance
        MOVE especeA TO fa_espece
        MOVE numEnclosA TO fa_numEnclos
        MOVE frequenceRepasA TO fa_frequenceRepas
        MOVE 0 TO fa_dernierRepas
        MOVE 0 TO fa_dernierVaccinJour
        MOVE 0 TO fa_dernierVaccinMois
        MOVE 0 TO fa_dernierVaccinAnnee
        MOVE "SAIN" TO fa_etatSante
        MOVE 0 TO fa_numPret
        MOVE 0 TO bool
        WRITE anim_tamp
                INVALID KEY DISPLAY "ERREUR : animal non ajouté"
                NOT INVALID KEY
                    DISPLAY "Petit enregistré sous le n°" numA
                    MOVE 1 TO bool
        END-WRITE
        CLOSE fanimaux

        IF bool = 1 THEN
      * Filiation dans le registre des naissances ; le numéro de
      * naissance est le plus grand numéro existant plus un, comme
      * pour le registre des mouvements
            OPEN I-O fnaissances
            IF fnaisCR = 35 THEN
                OPEN OUTPUT fnaissances
                CLOSE fnaissances
                OPEN I-O fnaissances
            END-IF
            MOVE 0 TO wNumNaissance
            MOVE 0 TO fdf
            PERFORM WITH TEST AFTER UNTIL fdf = 1
                    READ fnaissances NEXT
                        AT END MOVE 1 TO fdf
                        NOT AT END
                            IF fn_numN > wNumNaissance THEN
                                MOVE fn_numN TO wNumNaissance
                            END-IF
                    END-READ
            END-PERFORM
            ADD 1 TO wNumNaissance
            MOVE wNumNaissance TO fn_numN
            MOVE numA TO fn_numAnimal
            MOVE wNumMere TO fn_numMere
            MOVE wNumPere TO fn_numPere
            COMPUTE fn_date = annee * 10000 + mois * 100 + jour
            MOVE wTaillePortee TO fn_taillePortee
            WRITE nais_tamp
            END-WRITE
            CLOSE fnaissances
            DISPLAY "Naissance n°" wNumNaissance " enregistrée"

      * Arrivée de type NAISSANCE dans le registre des mouvements
            MOVE numA TO wMvtNumAnimal
            MOVE "NAISSANCE" TO wMvtType
            MOVE 0 TO wMvtEnclosAvant
            MOVE numEnclosA TO wMvtEnclosApres
            MOVE "NAISSANCE AU PARC" TO wMvtMotif
            PERFORM MOUVEMENT_ECRIRE
        END-IF.


      ******************************************************************
      * procedure determinant si un enclos est complet ou pas
       CAPACITE_ENCLOS.
       OPEN INPUT fenclos
       MOVE CE to fe_numE
       READ fenclos
            INVALID KEY MOVE 0 to enclosNonExistant
            NOT INVALID KEY MOVE fe_capacite TO capaciteEnclos
       END-READ
       CLOSE fenclos
      *on verifie la place restante
       MOVE CE TO fa_numEnclos
       MOVE 0 TO fdf
       MOVE 0 TO cptCE
       START fanimaux, KEY IS = fa_numEnclos
            INVALID KEY MOVE 0 TO enclosComplet
            NOT INVALID KEY PERFORM WITH TEST AFTER UNTIL fdf=1
                  READ fanimaux NEXT
                  AT END MOVE 1 TO fdf
                  NOT AT END  ADD 1 TO cptCE
                  END-READ
            END-PERFORM
       END-START
       IF capaciteEnclos - cptCE <=0 THEN
                MOVE 1 TO enclosComplet

           ELSE
                MOVE 0 TO enclosComplet
       END-IF.


      ******************************************************************
       SUPPRIMER_ANIMAL.
       OPEN I-O fanimaux
       DISPLAY "Entrez le numéro de l'animal à supprimer"
       ACCEPT numA
       MOVE numA TO fa_numA
       MOVE 0 TO mouvementAEcrire
       READ fanimaux
           INVALID KEY DISPLAY "L'animal n'existe pas"
           NOT INVALID KEY
                STRING fa_surnom " ENCLOS " fa_numEnclos
                    DELIMITED BY SIZE INTO wAuditAvant
                MOVE 0 TO choixDepart
                PERFORM WITH TEST AFTER UNTIL choixDepart = 1
                OR choixDepart = 2
                    DISPLAY "S agit-il d un départ (1) ou d un"
                    DISPLAY "décès (2) ?"
                    ACCEPT choixDepart
                END-PERFORM
      * Un départ se fait vers un autre établissement, sous contrat
      * (prêt, vente, don ou retour d un animal prêté au parc) : la
      * destination est consignée dans le registre des prêts et non
      * plus seulement dans le motif du mouvement
                MOVE fa_numPret TO wPretArrivee
                IF choixDepart = 1 THEN
                    MOVE "DEPART" TO wMvtType
                    MOVE "SORTANT" TO wSensPret
                    DISPLAY "Destination de l animal :"
                    PERFORM SAISIR_CONTRAT_PRET
                    MOVE SPACES TO wMvtMotif
                    STRING "VERS " wEtablissement DELIMITED BY SIZE
                        INTO wMvtMotif
                ELSE
                    MOVE "DECES" TO wMvtType
      * Le décès ouvre une fiche au registre de mortalité, relevée
      * tant que la fiche de l animal existe encore
                    PERFORM DECES_SAISIR
                    MOVE SPACES TO wMvtMotif
                    STRING fdc_circonstance " " fdc_cause
                        DELIMITED BY SIZE INTO wMvtMotif
                END-IF
                MOVE numA TO wMvtNumAnimal
                MOVE fa_numEnclos TO wMvtEnclosAvant
                MOVE 0 TO wMvtEnclosApres
                MOVE 1 TO mouvementAEcrire
                DELETE fanimaux RECORD
                DISPLAY "L'animal a été supprimé"
                MOVE "ANIMAUX" TO wAuditFichier
                MOVE "SUPPRIME" TO wAuditOperation
                MOVE numA TO wAuditCle
                MOVE "SUPPRIME" TO wAuditApres
                PERFORM AUDIT_ECRIRE
       END-READ
       CLOSE fanimaux

      * Enregistrement du départ ou du décès dans le registre des
      * mouvements
       IF mouvementAEcrire = 1 THEN
           PERFORM MOUVEMENT_ECRIRE
           MOVE 0 TO mouvementAEcrire
      * Contrat de départ, et clôture du contrat d arrivée : l animal
      * n est plus au parc, son permis ne doit plus être suivi
           IF choixDepart = 1 THEN
               PERFORM PRET_ECRIRE
           END-IF
           IF wPretArrivee NOT = 0 THEN
               PERFORM PRET_CLORE_ARRIVEE
           END-IF
           IF choixDepart = 2 THEN
               PERFORM DECES_ECRIRE
           END-IF
       END-IF.


      ******************************************************************
       AFFICHER_ANIMAL.
       OPEN I-O fanimaux
       DISPLAY "Entrez le numéro de l'animal à afficher"
       ACCEPT numA
       MOVE numA TO fa_numA
       READ fanimaux
           INVALID KEY DISPLAY "L'animal n'existe pas"
           NOT INVALID KEY
                  STRING "ANIMAL n° " fa_numA ", Surnom :"
                    fa_surnom ", Naissance :" fa_anneeNaissance
                    ", Espece :" fa_espece ", Enclos :" fa_numEnclos
                    ", Frequence repas : " fa_frequenceRepas
                    ", Dernier vaccin : " fa_dernierVaccinJour "/"
                    fa_dernierVaccinMois "/" fa_dernierVaccinAnnee
                    ", Dernier repas : " fa_dernierRepas
                    ", Etat de santé : " fa_etatSante
                    ", Contrat d arrivée : " fa_numPret
                    into descriptionA
                    DISPLAY descriptionA
       END-READ
       CLOSE fanimaux.


      ******************************************************************
        AFFICHER_TOUS_LES_ANIMAUX.
        OPEN INPUT fanimaux
        MOVE 0 to fdf
        PERFORM WITH TEST AFTER UNTIL fdf =1
            READ fanimaux NEXT
                AT END
                    DISPLAY "fin de fichier"
                    MOVE 1 TO fdf
                NOT AT END
                    STRING "ANIMAL n° " fa_numA ", Surnom :"
                    fa_surnom ", Naissance :" fa_anneeNaissance
                    ", Espece :" fa_espece ", Enclos :" fa_numEnclos
                    ", Frequence repas : " fa_frequenceRepas
                    ", Dernier vaccin : " fa_dernierVaccinJour "/"
                    fa_dernierVaccinMois "/" fa_dernierVaccinAnnee
                    ", Dernier repas : " fa_dernierRepas
                    ", Etat de santé : " fa_etatSante
                    ", Contrat d arrivée : " fa_numPret
                    into descriptionA
                    DISPLAY descriptionA
            END-READ
        END-PERFORM
        CLOSE fanimaux.


      ******************************************************************
        MODIFIER_ANIMAL.
      * Demande du numéro de l'animal
        DISPLAY "Quel est le numéro de l'animal à modifier ?"
        ACCEPT numA

      * Recherche de l'animal
        OPEN I-O fanimaux
        MOVE numA to fa_numA
        MOVE 0 TO numeroAValide
        MOVE 0 TO mouvementAEcrire
        READ fanimaux
                INVALID KEY MOVE 0 TO numeroAValide
                NOT INVALID KEY MOVE 1 TO numeroAValide
        END-READ

      * Modification de l'animal
        IF numeroAValide = 0 THEN
                DISPLAY "Cet animal n'existe pas"
        END-IF

      * Verrou inter-postes sur la fiche de l animal pendant la
      * modification
        MOVE 0 TO verrouObtenu
        IF numeroAValide = 1 THEN
            MOVE "ANIMAUX" TO wVerrouFichier
            MOVE numA TO wVerrouCle
            PERFORM VERROU_POSER
            IF verrouObtenu = 0 THEN
                MOVE 0 TO numeroAValide
                DISPLAY "Modification abandonnée"
            END-IF
        END-IF
        IF numeroAValide = 1 THEN
                DISPLAY 'Que voulez-vous modifier ?'
                DISPLAY '1 = Le surnom'
                DISPLAY '2 = Annee de naissance '
                DISPLAY '3 = Espece '
                DISPLAY '4 = Numero enclos'
                DISPLAY '5 = Frequence repas'
                ACCEPT choixModif
                EVALUATE  choixModif
      * Modification du surnom
                      WHEN "1"
                                MOVE fa_surnom TO wAuditAvant
                                DISPLAY 'Nouveau surnom:'
                                ACCEPT surnomA
                                MOVE surnomA to fa_surnom
                                MOVE fa_surnom TO wAuditApres
                                DISPLAY 'surnom modifiée'
      * Modification de l'annee de naissance
                      WHEN "2"
                                MOVE fa_anneeNaissance TO wAuditAvant
                                DISPLAY 'Nouvelle annee de naissance :'
                                PERFORM WITH TEST AFTER
                                UNTIL aNaissA>1800 AND aNaissA<2100
                                ACCEPT aNaissA
                                END-PERFORM
                                MOVE aNaissA to fa_anneeNaissance
                                MOVE fa_anneeNaissance TO wAuditApres
                                DISPLAY 'Annee de naissance modifiée'

      * Modification de l'espece
                      WHEN "3"
                                MOVE fa_espece TO wAuditAvant
                                DISPLAY 'Nouvelle espece :'
                                MOVE especeA to fa_espece
                                MOVE fa_espece TO wAuditApres
                                DISPLAY 'Espece modifiée'

      * Modification du numéro de l'enclos
                      WHEN "4"
        MOVE fa_numEnclos TO wAuditAvant
        MOVE fa_numEnclos TO wMvtEnclosAvant
        MOVE fa_espece TO especeA
      * L état de santé de l animal transféré participe au contrôle :
      * un animal non SAIN ne rejoint pas un enclos déjà occupé
        MOVE fa_etatSante TO wEtatSante
        MOVE 0 TO enclosNonExistant
        MOVE 1 TO enclosComplet
        OPEN INPUT fenclos
        PERFORM WITH TEST AFTER UNTIL enclosNonExistant = 1
        AND enclosComplet = 0
            DISPLAY 'Nouveau numéro enclos :'
            ACCEPT numEnclosA
            MOVE numEnclosA TO fe_numE
            READ fenclos
                INVALID KEY DISPLAY "Enclos non existant"
                NOT INVALID KEY
                MOVE 1 TO enclosNonExistant
                MOVE numEnclosA TO CE
                PERFORM CAPACITE_ENCLOS
                IF enclosComplet = 1 THEN
                    DISPLAY "Cet enclos est complet"
                ELSE
                    PERFORM VERIFIER_COMPATIBILITE_ENCLOS
                    IF compatibiliteOK = 0 THEN
                        DISPLAY "Espece incompatible avec "
                        especeConflit " déjà présent dans cet enclos"
                        MOVE 1 TO enclosComplet
                    ELSE
                        PERFORM VERIFIER_INTERVENTION_ENCLOS
                        IF interventionBloquante = 1 THEN
                            DISPLAY "Enclos interdit : intervention"
                                " de sécurité ouverte"
                            MOVE 1 TO enclosComplet
                        ELSE
                            PERFORM VERIFIER_QUARANTAINE_ENCLOS
                            IF quarantaineBloquante = 1 THEN
                                MOVE 1 TO enclosComplet
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE fenclos
      * CAPACITE_ENCLOS/VERIFIER_COMPATIBILITE_ENCLOS ont parcouru
      * fanimaux sur cette même connexion et ont donc écrasé anim_tamp
      * avec un autre animal ; on recharge l'animal visé avant de lui
      * appliquer son nouvel enclos.
        MOVE numA TO fa_numA
        READ fanimaux
            INVALID KEY DISPLAY "Erreur : animal introuvable"
            NOT INVALID KEY CONTINUE
        END-READ
        MOVE numEnclosA to fa_numEnclos
        MOVE fa_numEnclos TO wAuditApres
        DISPLAY 'Motif du transfert :'
        ACCEPT wMvtMotif
        MOVE numA TO wMvtNumAnimal
        MOVE "TRANSFERT" TO wMvtType
        MOVE numEnclosA TO wMvtEnclosApres
        MOVE 1 TO mouvementAEcrire
        DISPLAY 'Numéro enclos modifié'

      * Modification de la frequence
                      WHEN "5"
                               MOVE fa_frequenceRepas TO wAuditAvant
                               DISPLAY 'Nouvelle fréquence repas :'
                               ACCEPT frequenceRepasA
                               MOVE frequenceRepasA to fa_frequenceRepas
                               MOVE fa_frequenceRepas TO wAuditApres
                               DISPLAY 'Frquence repas modifié'
                END-EVALUATE
                MOVE "ANIMAUX" TO wAuditFichier
                MOVE "MODIF" TO wAuditOperation
                MOVE numA TO wAuditCle
                PERFORM AUDIT_ECRIRE
      * La réécriture reste sous le verrou : si celui-ci a été
      * refusé, la fiche (peut-être en cours de modification sur un
      * autre poste) n est pas touchée
                REWRITE anim_tamp
                END-REWRITE
        END-IF
        CLOSE fanimaux
        IF verrouObtenu = 1 THEN
            PERFORM VERROU_LIBERER
        END-IF

      * Enregistrement du transfert d enclos dans le registre des
      * mouvements, une fois la fiche de l animal réécrite
        IF mouvementAEcrire = 1 THEN
            PERFORM MOUVEMENT_ECRIRE
            MOVE 0 TO mouvementAEcrire
        END-IF.


      ******************************************************************
        SOINSADMINISTREANIMAL.
        OPEN INPUT fsoins
        DISPLAY 'Quel est le numero de l animal'
        ACCEPT wNumA
        MOVE wNumA TO fs_numA
        MOVE 0 TO fdf
        START fsoins, KEY IS = fs_numA
             INVALID KEY DISPLAY 'L animal n a recu aucun soin'
             NOT INVALID KEY PERFORM WITH TEST AFTER UNTIL fdf=1
                   READ fsoins NEXT
                   AT END MOVE 1 TO fdf
                   NOT AT END DISPLAY fs_numS
                   END-READ
            END-PERFORM
        END-START
        CLOSE fsoins.


      ******************************************************************
      * Affiche la chronologie complète du séjour d un animal au parc
      * (arrivée, transferts d enclos, départ ou décès), à partir du
      * registre des mouvements, pour les inspections de la fédération.
        AFFICHER_MOUVEMENTS_ANIMAL.
        OPEN INPUT fmouvements
        DISPLAY 'Quel est le numero de l animal'
        ACCEPT wNumA
        MOVE wNumA TO fmv_numAnimal
        MOVE 0 TO fdf
        MOVE 0 TO mouvementTrouve
        START fmouvements, KEY IS = fmv_numAnimal
             INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
             READ fmouvements NEXT
                 AT END MOVE 1 TO fdf
                 NOT AT END
                     IF fmv_numAnimal NOT = wNumA THEN
                         MOVE 1 TO fdf
                     ELSE
                         MOVE 1 TO mouvementTrouve
                         STRING "Le " fmv_date(7:2) "/" fmv_date(5:2)
                         "/" fmv_date(1:4) " : " fmv_type " enclos "
                         fmv_enclosAvant " -> " fmv_enclosApres
                         ", par employé n°" fmv_numEmp ", motif : "
                         fmv_motif INTO phraseMouvement
                         DISPLAY phraseMouvement
                     END-IF
             END-READ
        END-PERFORM
        IF mouvementTrouve = 0 THEN
            DISPLAY 'Aucun mouvement pour cet animal'
        END-IF
        CLOSE fmouvements.


      ******************************************************************
        LISTE_REPAS_ANIMAL.
        OPEN INPUT fanimaux
        MOVE 0 TO animalTrouve
        PERFORM WITH TEST AFTER UNTIL animalTrouve = 1
                DISPLAY "Quel est le numéro de l animal ?"
                ACCEPT numeroAnimal
                MOVE numeroAnimal TO fa_numA
               READ fanimaux
               INVALID KEY DISPLAY "L animal n existe pas"
               NOT INVALID KEY
                    MOVE 1 TO animalTrouve
                    MOVE fa_surnom TO surnomA
               END-READ
        END-PERFORM
        CLOSE fanimaux
        DISPLAY "L'animal ", surnomA, " de numéro ", numeroAnimal","
        DISPLAY "a eu pour repas :"
        OPEN INPUT frepas
        MOVE numeroAnimal TO fr_numAnimal
            START frepas, KEY IS = fr_numAnimal
            INVALID KEY DISPLAY 'Aucun repas'
            NOT INVALID KEY
            PERFORM WITH TEST AFTER UNTIL fdf=1
                READ frepas NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                    DISPLAY "Numéro du repas :", fr_numR
                    DISPLAY "Description du repas :", fr_description
                    DISPLAY "Date :", fr_jour SPACE fr_mois
                                      SPACE fr_annee, " à :"
                                      fr_heure
                END-READ
            END-PERFORM
        END-START
        CLOSE frepas.

      ******************************************************************
      * Saisie d une mesure depuis le menu des animaux : l animal est
      * d abord validé, puis la mesure est enregistrée par
      * SAISIR_MESURE_ANIMAL (également appelé depuis AJOUT_SOIN pour
      * une pesée faite pendant un soin).
        SAISIR_MESURE.
        OPEN INPUT fanimaux
        MOVE 0 TO animalTrouve
        PERFORM WITH TEST AFTER UNTIL animalTrouve = 1
               NOT INVALID KEY MOVE 1 TO animalTrouve
               END-READ
        END-PERFORM
        CLOSE fanimaux
        PERFORM SAISIR_MESURE_ANIMAL.

      ******************************************************************
      * Enregistre une mesure (poids, température, observation) pour
      * l animal numeroAnimal, supposé déjà validé par l appelant.
      * Le poids est saisi en kilogrammes puis grammes et stocké en
      * grammes ; la température en degrés puis dixièmes. Une mesure
      * déjà saisie pour le même animal et la même date est corrigée.
        SAISIR_MESURE_ANIMAL.
        OPEN I-O fmesures
        DISPLAY "Date de la mesure :"
        PERFORM DEMANDER_DATE
        MOVE numeroAnimal TO fme_numAnimal
        COMPUTE fme_date = annee * 10000 + mois * 100 + jour
        MOVE 0 TO mesureTrouvee
        READ fmesures
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE 1 TO mesureTrouvee
                DISPLAY "Une mesure existe déjà à cette date, elle"
                DISPLAY "va être corrigée"
        END-READ

        DISPLAY "Poids : kilogrammes (entier) ?"
        ACCEPT wPoidsKg
        DISPLAY "Poids : grammes restants (0 à 999) ?"
        ACCEPT wPoidsRestGr
        COMPUTE wPoidsTotGr = wPoidsKg * 1000 + wPoidsRestGr
        DISPLAY "Température : degrés (0 si non mesurée) ?"
        ACCEPT wTempDeg
        DISPLAY "Température : dixièmes ?"
        ACCEPT wTempDixieme
        DISPLAY "Observation ?"
        ACCEPT wObservation

        MOVE numeroAnimal TO fme_numAnimal
        COMPUTE fme_date = annee * 10000 + mois * 100 + jour
        IF mesureTrouvee = 1 THEN
            MOVE fme_poidsGr TO wAuditAvant
            MOVE wPoidsTotGr TO fme_poidsGr
            MOVE fme_poidsGr TO wAuditApres
            COMPUTE fme_tempDix = wTempDeg * 10 + wTempDixieme
            MOVE wObservation TO fme_observation
            REWRITE mesu_tamp
            END-REWRITE
            MOVE "MESURES" TO wAuditFichier
            MOVE "MODIF" TO wAuditOperation
            MOVE numeroAnimal TO wAuditCle
            PERFORM AUDIT_ECRIRE
            DISPLAY "Mesure corrigée !"
        ELSE
            MOVE wPoidsTotGr TO fme_poidsGr
            COMPUTE fme_tempDix = wTempDeg * 10 + wTempDixieme
            MOVE wObservation TO fme_observation
            WRITE mesu_tamp
                INVALID KEY DISPLAY "ERREUR : mesure non ajoutée"
                NOT INVALID KEY DISPLAY "Mesure enregistrée !"
            END-WRITE
        END-IF
        CLOSE fmesures.

      ******************************************************************
      * Rapport de tendance du poids d un animal : les pesées en
      * ordre chronologique avec l écart par rapport à la précédente,
      * et une alerte quand la perte dépasse le pourcentage demandé,
      * car une perte de poids soudaine est le premier signal de
      * maladie (rapport_poids.txt).
        RAPPORT_POIDS_ANIMAL.
        OPEN INPUT fanimaux
        MOVE 0 TO animalTrouve
        PERFORM WITH TEST AFTER UNTIL animalTrouve = 1
                DISPLAY "Quel est le numéro de l animal ?"
                ACCEPT numeroAnimal
                MOVE numeroAnimal TO fa_numA
               READ fanimaux
               INVALID KEY DISPLAY "L animal n existe pas"
               NOT INVALID KEY
                    MOVE 1 TO animalTrouve
                    MOVE fa_surnom TO surnomA
               END-READ
        END-PERFORM
        CLOSE fanimaux

        MOVE 0 TO wSeuilPerte
        PERFORM WITH TEST AFTER UNTIL wSeuilPerte > 0
        AND wSeuilPerte < 100
            DISPLAY "Seuil d alerte de perte de poids (en %) ?"
            ACCEPT wSeuilPerte
        END-PERFORM

        OPEN OUTPUT frapportPoids
        MOVE SPACES TO rapLigne
        STRING "TENDANCE DU POIDS DE " surnomA " (n°" numeroAnimal
            ")" INTO rapLigne
        WRITE rapo_tamp FROM rapLigne

        OPEN INPUT fmesures
        MOVE numeroAnimal TO fme_numAnimal
        MOVE 0 TO fme_date
        MOVE 0 TO fdf
        MOVE 0 TO cptMesures
        MOVE 0 TO wPoidsPrec
        START fmesures KEY IS >= fme_cle
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fmesures NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fme_numAnimal NOT = numeroAnimal THEN
                        MOVE 1 TO fdf
                    ELSE
      * Une mesure sans pesée (poids nul, température seule) ne doit
      * ni apparaître dans la tendance ni fausser l écart suivant
                        IF fme_poidsGr > 0 THEN
                            ADD 1 TO cptMesures
                            PERFORM ECRIRE_LIGNE_POIDS
                            MOVE fme_poidsGr TO wPoidsPrec
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fmesures
        IF cptMesures = 0 THEN
            MOVE "Aucune mesure enregistrée" TO rapo_tamp
            WRITE rapo_tamp
        END-IF
        CLOSE frapportPoids
        DISPLAY "Rapport écrit dans rapport_poids.txt ("
            cptMesures " mesure(s))".

      ******************************************************************
      * Ecrit une ligne du rapport de tendance pour la mesure
      * courante (mesu_tamp) : poids, écart en grammes par rapport à
      * la pesée précédente (wPoidsPrec, 0 pour la première) et
      * alerte quand la perte atteint wSeuilPerte pour cent.
        ECRIRE_LIGNE_POIDS.
        MOVE SPACES TO phrasePoids
        IF wPoidsPrec = 0 THEN
            STRING "Le " fme_date(7:2) "/" fme_date(5:2) "/"
            fme_date(1:4) " : " fme_poidsGr " g"
            INTO phrasePoids
        ELSE
            COMPUTE wDeltaGr = fme_poidsGr - wPoidsPrec
            MOVE wDeltaGr TO wDeltaAff
            MOVE 0 TO pertePct
            IF fme_poidsGr < wPoidsPrec THEN
                COMPUTE pertePct = (wPoidsPrec - fme_poidsGr) * 100
                    / wPoidsPrec
            END-IF
            IF pertePct >= wSeuilPerte THEN
                STRING "Le " fme_date(7:2) "/" fme_date(5:2) "/"
                fme_date(1:4) " : " fme_poidsGr " g (écart "
                wDeltaAff " g, -" pertePct " %) *** ALERTE PERTE"
                " DE POIDS ***" INTO phrasePoids
            ELSE
                STRING "Le " fme_date(7:2) "/" fme_date(5:2) "/"
                fme_date(1:4) " : " fme_poidsGr " g (écart "
                wDeltaAff " g)" INTO phrasePoids
            END-IF
        END-IF
        WRITE rapo_tamp FROM phrasePoids.


      ******************************************************************
      * Registre des prêts, ventes et dons avec les autres
      * établissements et des permis CITES qui les couvrent. Les
      * contrats sont créés à l arrivée (AJOUT_ANIMAL) et au départ
      * (SUPPRIMER_ANIMAL) de l animal ; ce menu sert à les consulter,
      * à les tenir à jour et à sortir les échéances.
        MENU_PRETS.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Afficher les contrats d un animal'
        DISPLAY '2 : Prolonger un prêt ou renouveler un permis'
        DISPLAY '3 : Clore un contrat (retour d un animal prêté)'
        DISPLAY '4 : Rapport des échéances de prêts et de permis'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM AFFICHER_PRETS_ANIMAL
                WHEN "2" PERFORM MODIFIER_PRET
                WHEN "3" PERFORM CLORE_PRET
                WHEN "4" PERFORM RAPPORT_ECHEANCES_PRETS
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Saisie d un contrat avec un autre établissement pour le sens
      * wSensPret (ENTRANT ou SORTANT) : établissement partenaire,
      * type, propriétaire, dates du contrat (date de fin pour un
      * prêt seulement) et permis CITES / d importation avec sa date
      * d expiration. Rien n est écrit ici : PRET_ECRIRE enregistre
      * le contrat une fois l arrivée ou le départ confirmé.
        SAISIR_CONTRAT_PRET.
        DISPLAY "Etablissement partenaire ?"
        ACCEPT wEtablissement
        MOVE 0 TO choixTypePret
        PERFORM WITH TEST AFTER UNTIL choixTypePret >= 1
        AND choixTypePret <= 4
            DISPLAY "Type de contrat ?"
            DISPLAY "1 : Prêt,"
            DISPLAY "2 : Vente,"
            DISPLAY "3 : Don,"
            DISPLAY "4 : Retour d un animal prêté"
            ACCEPT choixTypePret
        END-PERFORM
        EVALUATE choixTypePret
            WHEN 1 MOVE "PRET" TO wTypePret
            WHEN 2 MOVE "VENTE" TO wTypePret
            WHEN 3 MOVE "DON" TO wTypePret
            WHEN 4 MOVE "RETOUR" TO wTypePret
        END-EVALUATE
        DISPLAY "Propriétaire de l animal ?"
        ACCEPT wProprietaire
        DISPLAY "Date de début du contrat :"
        PERFORM DEMANDER_DATE
        COMPUTE wDateDebutPret = annee * 10000 + mois * 100 + jour
        MOVE 0 TO wDateFinPret
        IF choixTypePret = 1 THEN
            PERFORM WITH TEST AFTER UNTIL wDateFinPret >= wDateDebutPret
                DISPLAY "Date de fin du prêt :"
                PERFORM DEMANDER_DATE
                COMPUTE wDateFinPret = annee * 10000 + mois * 100
                    + jour
                IF wDateFinPret < wDateDebutPret THEN
                    DISPLAY "La fin est antérieure au début"
                END-IF
            END-PERFORM
        END-IF
        DISPLAY "Numéro du permis CITES / d importation"
        DISPLAY "(vide si l espèce n y est pas soumise) ?"
        MOVE SPACES TO wNumPermis
        ACCEPT wNumPermis
        MOVE 0 TO wDateExpPermis
        IF wNumPermis NOT = SPACES THEN
            DISPLAY "Date d expiration du permis :"
            PERFORM DEMANDER_DATE
            COMPUTE wDateExpPermis = annee * 10000 + mois * 100 + jour
        END-IF.

      ******************************************************************
      * Enregistre le contrat saisi par SAISIR_CONTRAT_PRET pour
      * l animal numA et renvoie son numéro dans wNumPret. Un contrat
      * d arrivée reste EN COURS tant que l animal est au parc, un
      * prêt à un autre parc tant que l animal n est pas revenu ; une
      * vente, un don ou un retour au départ est CLOS d emblée.
        PRET_ECRIRE.
        OPEN I-O fprets
        IF fpretCR = 35 THEN
            OPEN OUTPUT fprets
            CLOSE fprets
            OPEN I-O fprets
        END-IF
        MOVE 0 TO wCompteurMax
        MOVE 0 TO fdz
        PERFORM WITH TEST AFTER UNTIL fdz = 1
                READ fprets NEXT
                    AT END MOVE 1 TO fdz
                    NOT AT END
                        IF fpr_numP > wCompteurMax THEN
                            MOVE fpr_numP TO wCompteurMax
                        END-IF
                END-READ
        END-PERFORM
        MOVE "PRET" TO wCompteurNom
        PERFORM COMPTEUR_SUIVANT
        MOVE wCompteurValeur TO wNumPret
        MOVE wNumPret TO fpr_numP
        MOVE numA TO fpr_numAnimal
        MOVE wSensPret TO fpr_sens
        MOVE wTypePret TO fpr_type
        MOVE wEtablissement TO fpr_etablissement
        MOVE wProprietaire TO fpr_proprietaire
        MOVE wDateDebutPret TO fpr_dateDebut
        MOVE wDateFinPret TO fpr_dateFin
        MOVE wNumPermis TO fpr_numPermis
        MOVE wDateExpPermis TO fpr_dateExpPermis
        IF wSensPret = "SORTANT" AND wTypePret NOT = "PRET" THEN
            MOVE "CLOS" TO fpr_statut
        ELSE
            MOVE "EN COURS" TO fpr_statut
        END-IF
        WRITE pret_tamp
            INVALID KEY DISPLAY "ERREUR : contrat non enregistré"
            NOT INVALID KEY DISPLAY "Contrat n°" wNumPret
                " enregistré"
        END-WRITE
        CLOSE fprets.

      ******************************************************************
      * Clôture du contrat d arrivée wPretArrivee quand l animal
      * quitte le parc (départ ou décès) : son permis n a plus à être
      * suivi par le rapport des échéances.
        PRET_CLORE_ARRIVEE.
        OPEN I-O fprets
        MOVE wPretArrivee TO fpr_numP
        MOVE 0 TO pretTrouve
        READ fprets
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF fpr_statut NOT = "CLOS" THEN
                    MOVE 1 TO pretTrouve
                    MOVE fpr_statut TO wAuditAvant
                    MOVE "CLOS" TO fpr_statut
                    MOVE fpr_statut TO wAuditApres
                    REWRITE pret_tamp
                    END-REWRITE
                    MOVE "PRETS" TO wAuditFichier
                    MOVE "MODIF" TO wAuditOperation
                    MOVE wPretArrivee TO wAuditCle
                    PERFORM AUDIT_ECRIRE
                END-IF
        END-READ
        CLOSE fprets.

      ******************************************************************
        AFFICHER_PRETS_ANIMAL.
        OPEN INPUT fprets
        DISPLAY 'Quel est le numero de l animal'
        ACCEPT wNumA
        MOVE wNumA TO fpr_numAnimal
        MOVE 0 TO fdf
        MOVE 0 TO pretTrouve
        START fprets, KEY IS = fpr_numAnimal
             INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
             READ fprets NEXT
                 AT END MOVE 1 TO fdf
                 NOT AT END
                     IF fpr_numAnimal NOT = wNumA THEN
                         MOVE 1 TO fdf
                     ELSE
                         MOVE 1 TO pretTrouve
                         PERFORM AFFICHER_LIGNE_PRET
                     END-IF
             END-READ
        END-PERFORM
        IF pretTrouve = 0 THEN
            DISPLAY 'Aucun contrat pour cet animal'
        END-IF
        CLOSE fprets.

      ******************************************************************
      * Affiche le contrat courant (pret_tamp)
        AFFICHER_LIGNE_PRET.
        MOVE SPACES TO phrasePret
        STRING "Contrat n°" fpr_numP " (" fpr_sens " " fpr_type
            ", " fpr_statut ") avec " fpr_etablissement
            " du " fpr_dateDebut(7:2) "/" fpr_dateDebut(5:2) "/"
            fpr_dateDebut(1:4) INTO phrasePret
        DISPLAY phrasePret
        IF fpr_dateFin NOT = 0 THEN
            DISPLAY "  Fin du prêt le " fpr_dateFin(7:2) "/"
                fpr_dateFin(5:2) "/" fpr_dateFin(1:4)
        END-IF
        DISPLAY "  Propriétaire : " fpr_proprietaire
        IF fpr_numPermis NOT = SPACES THEN
            DISPLAY "  Permis " fpr_numPermis " expire le "
                fpr_dateExpPermis(7:2) "/" fpr_dateExpPermis(5:2) "/"
                fpr_dateExpPermis(1:4)
        END-IF.

      ******************************************************************
      * Prolongation d un prêt (nouvelle date de fin) ou
      * renouvellement du permis CITES (nouveau numéro et nouvelle
      * date d expiration) d un contrat en cours, sous verrou.
        MODIFIER_PRET.
        OPEN I-O fprets
        DISPLAY "Quel est le numéro du contrat ?"
        ACCEPT wNumPret
        MOVE wNumPret TO fpr_numP
        MOVE 0 TO pretTrouve
        READ fprets
            INVALID KEY DISPLAY "Ce contrat n existe pas"
            NOT INVALID KEY
                IF fpr_statut = "CLOS" THEN
                    DISPLAY "Ce contrat est clos"
                ELSE
                    MOVE 1 TO pretTrouve
                    PERFORM AFFICHER_LIGNE_PRET
                END-IF
        END-READ
        MOVE 0 TO verrouObtenu
        IF pretTrouve = 1 THEN
            MOVE "PRETS" TO wVerrouFichier
            MOVE wNumPret TO wVerrouCle
            PERFORM VERROU_POSER
            IF verrouObtenu = 0 THEN
                MOVE 0 TO pretTrouve
                DISPLAY "Modification abandonnée"
            END-IF
        END-IF
        IF pretTrouve = 1 THEN
            MOVE 0 TO choixModif
            PERFORM WITH TEST AFTER UNTIL choixModif = 1
            OR choixModif = 2
                DISPLAY '1 = Prolonger le prêt'
                DISPLAY '2 = Renouveler le permis'
                ACCEPT choixModif
            END-PERFORM
            IF choixModif = 1 AND fpr_type NOT = "PRET" THEN
                DISPLAY "Ce contrat n est pas un prêt"
                MOVE 0 TO pretTrouve
            END-IF
        END-IF
        IF pretTrouve = 1 THEN
            IF choixModif = 1 THEN
                MOVE fpr_dateFin TO wAuditAvant
                MOVE 0 TO wDateFinPret
                PERFORM WITH TEST AFTER
                UNTIL wDateFinPret >= fpr_dateDebut
                    DISPLAY "Nouvelle date de fin du prêt :"
                    PERFORM DEMANDER_DATE
                    COMPUTE wDateFinPret = annee * 10000
                        + mois * 100 + jour
                END-PERFORM
                MOVE wDateFinPret TO fpr_dateFin
                MOVE fpr_dateFin TO wAuditApres
            ELSE
                MOVE fpr_numPermis TO wAuditAvant
                DISPLAY "Numéro du nouveau permis ?"
                ACCEPT wNumPermis
                DISPLAY "Date d expiration du permis :"
                PERFORM DEMANDER_DATE
                MOVE wNumPermis TO fpr_numPermis
                COMPUTE fpr_dateExpPermis = annee * 10000
                    + mois * 100 + jour
                MOVE fpr_numPermis TO wAuditApres
            END-IF
            REWRITE pret_tamp
            END-REWRITE
            MOVE "PRETS" TO wAuditFichier
            MOVE "MODIF" TO wAuditOperation
            MOVE wNumPret TO wAuditCle
            PERFORM AUDIT_ECRIRE
            DISPLAY "Contrat mis à jour"
        END-IF
        CLOSE fprets
        IF verrouObtenu = 1 THEN
            PERFORM VERROU_LIBERER
        END-IF.

      ******************************************************************
      * Clôture manuelle d un contrat, en pratique le retour au parc
      * d un animal qu il avait prêté à un autre établissement (le
      * contrat d arrivée est clos automatiquement au départ).
        CLORE_PRET.
        DISPLAY "Quel est le numéro du contrat à clore ?"
        ACCEPT wPretArrivee
        PERFORM PRET_CLORE_ARRIVEE
        IF pretTrouve = 1 THEN
            DISPLAY "Contrat n°" wPretArrivee " clos"
        ELSE
            DISPLAY "Ce contrat n existe pas ou est déjà clos"
        END-IF.

      ******************************************************************
      * Rapport des échéances (rapport_prets.txt) : les prêts en
      * cours dont la fin tombe dans les 90 prochains jours et les
      * permis des contrats en cours qui expirent dans le même délai,
      * échéances déjà dépassées comprises.
        RAPPORT_ECHEANCES_PRETS.
        MOVE FUNCTION CURRENT-DATE(1:4) TO rapDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO rapDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO rapDateJour
        COMPUTE wDateDuJour = rapDateAnnee * 10000
            + rapDateMois * 100 + rapDateJour
        COMPUTE wJourInt = FUNCTION INTEGER-OF-DATE(wDateDuJour) + 90
        COMPUTE wDateHorizon = FUNCTION DATE-OF-INTEGER(wJourInt)

        OPEN OUTPUT frapportPrets
        MOVE SPACES TO rapLigne
        STRING "ECHEANCES DES PRETS ET PERMIS CITES DU " rapDateJour
            "/" rapDateMois "/" rapDateAnnee " (90 JOURS)"
            INTO rapLigne
        WRITE rapr_tamp FROM rapLigne

        MOVE 0 TO cptPretsEcheance
        MOVE 0 TO cptPermisEcheance
        OPEN INPUT fprets
        MOVE "--- Prêts arrivant à échéance ---" TO rapr_tamp
        WRITE rapr_tamp
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fprets NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fpr_statut = "EN COURS" AND fpr_type = "PRET"
                    AND fpr_dateFin NOT = 0
                    AND fpr_dateFin <= wDateHorizon THEN
                        ADD 1 TO cptPretsEcheance
                        MOVE SPACES TO wMarqueEcheance
                        IF fpr_dateFin < wDateDuJour THEN
                            MOVE "*** DEPASSEE ***" TO wMarqueEcheance
                        END-IF
                        MOVE SPACES TO phrasePret
                        STRING "Contrat n°" fpr_numP " animal n°"
                        fpr_numAnimal " (" fpr_sens ") avec "
                        fpr_etablissement " : fin le "
                        fpr_dateFin(7:2) "/" fpr_dateFin(5:2) "/"
                        fpr_dateFin(1:4) " " wMarqueEcheance
                        INTO phrasePret
                        WRITE rapr_tamp FROM phrasePret
                    END-IF
            END-READ
        END-PERFORM
        IF cptPretsEcheance = 0 THEN
            MOVE "Aucun" TO rapr_tamp
            WRITE rapr_tamp
        END-IF

        MOVE "--- Permis arrivant à expiration ---" TO rapr_tamp
        WRITE rapr_tamp
        MOVE 0 TO fpr_numP
        MOVE 0 TO fdf
        START fprets KEY IS >= fpr_numP
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fprets NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fpr_statut = "EN COURS"
                    AND fpr_numPermis NOT = SPACES
                    AND fpr_dateExpPermis <= wDateHorizon THEN
                        ADD 1 TO cptPermisEcheance
                        MOVE SPACES TO wMarqueEcheance
                        IF fpr_dateExpPermis < wDateDuJour THEN
                            MOVE "*** EXPIRE ***" TO wMarqueEcheance
                        END-IF
                        MOVE SPACES TO phrasePret
                        STRING "Permis " fpr_numPermis " (contrat n°"
                        fpr_numP ", animal n°" fpr_numAnimal
                        ") : expire le " fpr_dateExpPermis(7:2) "/"
                        fpr_dateExpPermis(5:2) "/"
                        fpr_dateExpPermis(1:4) " " wMarqueEcheance
                        INTO phrasePret
                        WRITE rapr_tamp FROM phrasePret
                    END-IF
            END-READ
        END-PERFORM
        IF cptPermisEcheance = 0 THEN
            MOVE "Aucun" TO rapr_tamp
            WRITE rapr_tamp
        END-IF
        CLOSE fprets
        CLOSE frapportPrets
        DISPLAY "Rapport écrit dans rapport_prets.txt ("
            cptPretsEcheance " prêt(s), " cptPermisEcheance
            " permis)".

      ******************************************************************
      * Registre de mortalité. Les fiches sont ouvertes au décès par
      * SUPPRIMER_ANIMAL ; ce menu sert à les consulter, à reporter
      * le résultat de la nécropsie et à sortir le bilan annuel.
        MENU_MORTALITE.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Afficher la fiche de décès d un animal'
        DISPLAY '2 : Reporter le résultat d une nécropsie'
        DISPLAY '3 : Rapport annuel de mortalité'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM AFFICHER_DECES
                WHEN "2" PERFORM COMPLETER_NECROPSIE
                WHEN "3" PERFORM RAPPORT_MORTALITE
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Préparation de la fiche de décès de l animal lu dans anim_tamp
      * : relevé de la fiche (identité, enclos, état de santé), du
      * dernier poids et du dernier soin, puis saisie de la date, des
      * circonstances, du vétérinaire, de la nécropsie et de la
      * cause. La fiche est écrite par DECES_ECRIRE une fois
      * l animal supprimé.
        DECES_SAISIR.
        MOVE fa_numA TO fdc_numAnimal
        MOVE fa_surnom TO fdc_surnom
        MOVE fa_espece TO fdc_espece
        MOVE fa_anneeNaissance TO fdc_anneeNaissance
        MOVE fa_numEnclos TO fdc_numEnclos
        MOVE fa_etatSante TO fdc_etatSante
        PERFORM DECES_RELEVER_HISTORIQUE

        DISPLAY "Date du décès :"
        PERFORM DEMANDER_DATE
        COMPUTE fdc_date = annee * 10000 + mois * 100 + jour

        MOVE 0 TO choixCirconstance
        PERFORM WITH TEST AFTER UNTIL choixCirconstance >= 1
        AND choixCirconstance <= 3
            DISPLAY "Circonstances du décès ?"
            DISPLAY "1 : Trouvé mort,"
            DISPLAY "2 : Euthanasie,"
            DISPLAY "3 : Mort pendant une anesthésie"
            ACCEPT choixCirconstance
        END-PERFORM
        EVALUATE choixCirconstance
            WHEN 1 MOVE "TROUVE MORT" TO fdc_circonstance
            WHEN 2 MOVE "EUTHANASIE" TO fdc_circonstance
            WHEN 3 MOVE "ANESTHESIE" TO fdc_circonstance
        END-EVALUATE

        OPEN INPUT femployes
        MOVE 0 TO soigneurTrouve
        PERFORM WITH TEST AFTER UNTIL soigneurTrouve = 1
            DISPLAY "Numéro du vétérinaire ?"
            ACCEPT numeroSoigneur
            MOVE numeroSoigneur TO fem_numEmp
            READ femployes
                INVALID KEY DISPLAY "L employé n existe pas"
                NOT INVALID KEY
                    IF FUNCTION UPPER-CASE(fem_type) = "VETERINAIRE"
                        MOVE 1 TO soigneurTrouve
                    ELSE
                        DISPLAY "Cet employé n est pas vétérinaire"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE femployes
        MOVE numeroSoigneur TO fdc_numVeterinaire

        MOVE 0 TO choixNecropsie
        PERFORM WITH TEST AFTER UNTIL choixNecropsie = 1
        OR choixNecropsie = 2
            DISPLAY "Une nécropsie est-elle faite ? (1 oui / 2 non)"
            ACCEPT choixNecropsie
        END-PERFORM
        MOVE SPACES TO fdc_refLabo
        IF choixNecropsie = 1 THEN
            MOVE 1 TO fdc_necropsie
            DISPLAY "Référence du laboratoire (vide si pas encore"
            DISPLAY "envoyé) :"
            ACCEPT fdc_refLabo
        ELSE
            MOVE 0 TO fdc_necropsie
        END-IF
        PERFORM DEMANDER_CAUSE_DECES
        MOVE wCauseDeces TO fdc_cause.

      ******************************************************************
      * Dernier poids connu (mesures.dat) et dernier soin en date
      * (soins.dat) de l animal fdc_numAnimal, copiés dans la fiche de
      * décès : ni l un ni l autre ne sont plus rattachables à une
      * fiche d animal après la suppression.
        DECES_RELEVER_HISTORIQUE.
        MOVE 0 TO fdc_dernierPoidsGr
        MOVE 0 TO fdc_datePoids
        OPEN INPUT fmesures
        MOVE fdc_numAnimal TO fme_numAnimal
        MOVE 0 TO fme_date
        MOVE 0 TO fdf
        START fmesures KEY IS >= fme_cle
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fmesures NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fme_numAnimal NOT = fdc_numAnimal THEN
                        MOVE 1 TO fdf
                    ELSE
                        IF fme_poidsGr > 0 THEN
                            MOVE fme_poidsGr TO fdc_dernierPoidsGr
                            MOVE fme_date TO fdc_datePoids
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fmesures

        MOVE 0 TO fdc_dernierSoin
        MOVE 0 TO fdc_dateSoin
        MOVE SPACES TO fdc_typeSoin
        OPEN INPUT fsoins
        MOVE fdc_numAnimal TO fs_numA
        MOVE 0 TO fdf
        START fsoins, KEY IS = fs_numA
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fsoins NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fs_numA NOT = fdc_numAnimal THEN
                        MOVE 1 TO fdf
                    ELSE
                        COMPUTE wDateSoinCour = fs_annee * 10000
                            + fs_mois * 100 + fs_jour
                        IF wDateSoinCour >= fdc_dateSoin THEN
                            MOVE wDateSoinCour TO fdc_dateSoin
                            MOVE fs_numS TO fdc_dernierSoin
                            MOVE fs_type TO fdc_typeSoin
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fsoins.

      ******************************************************************
      * Saisie normalisée de la catégorie de cause du décès, laissée
      * dans wCauseDeces. EN ATTENTE n est proposé que lorsqu une
      * nécropsie est en cours (choixNecropsie = 1).
        DEMANDER_CAUSE_DECES.
        MOVE 0 TO choixCause
        PERFORM WITH TEST AFTER UNTIL (choixCause >= 1
        AND choixCause <= 8) OR (choixCause = 9 AND choixNecropsie = 1)
            DISPLAY "Catégorie de cause du décès ?"
            DISPLAY "1 : TRAUMATIQUE,"
            DISPLAY "2 : INFECTIEUSE,"
            DISPLAY "3 : PARASITAIRE,"
            DISPLAY "4 : NUTRITIONNELLE,"
            DISPLAY "5 : NEOPLASIQUE,"
            DISPLAY "6 : DEGENERATIVE (âge),"
            DISPLAY "7 : CONGENITALE,"
            DISPLAY "8 : INDETERMINEE"
            IF choixNecropsie = 1 THEN
                DISPLAY "9 : EN ATTENTE du résultat de la nécropsie"
            END-IF
            ACCEPT choixCause
        END-PERFORM
        EVALUATE choixCause
            WHEN 1 MOVE "TRAUMATIQUE" TO wCauseDeces
            WHEN 2 MOVE "INFECTIEUSE" TO wCauseDeces
            WHEN 3 MOVE "PARASITAIRE" TO wCauseDeces
            WHEN 4 MOVE "NUTRITIONNELLE" TO wCauseDeces
            WHEN 5 MOVE "NEOPLASIQUE" TO wCauseDeces
            WHEN 6 MOVE "DEGENERATIVE" TO wCauseDeces
            WHEN 7 MOVE "CONGENITALE" TO wCauseDeces
            WHEN 8 MOVE "INDETERMINEE" TO wCauseDeces
            WHEN 9 MOVE "EN ATTENTE" TO wCauseDeces
        END-EVALUATE.

      ******************************************************************
      * Ecriture de la fiche préparée par DECES_SAISIR. Un numéro
      * d animal n est jamais réattribué : une fiche existante ne peut
      * venir que d une restauration, elle est alors remplacée.
        DECES_ECRIRE.
        OPEN I-O fdeces
        WRITE dece_tamp
            INVALID KEY REWRITE dece_tamp
        END-WRITE
        CLOSE fdeces
        DISPLAY "Fiche de décès enregistrée"
        MOVE "DECES" TO wAuditFichier
        MOVE "AJOUT" TO wAuditOperation
        MOVE fdc_numAnimal TO wAuditCle
        MOVE SPACES TO wAuditAvant
        MOVE SPACES TO wAuditApres
        STRING fdc_circonstance " " fdc_cause DELIMITED BY SIZE
            INTO wAuditApres
        PERFORM AUDIT_ECRIRE.

      ******************************************************************
        AFFICHER_DECES.
        DISPLAY "Quel est le numéro de l animal décédé ?"
        ACCEPT numeroAnimal
        OPEN INPUT fdeces
        MOVE numeroAnimal TO fdc_numAnimal
        READ fdeces
            INVALID KEY
                DISPLAY "Aucun décès enregistré pour cet animal"
            NOT INVALID KEY PERFORM AFFICHER_FICHE_DECES
        END-READ
        CLOSE fdeces.

      ******************************************************************
        AFFICHER_FICHE_DECES.
        DISPLAY "ANIMAL n° " fdc_numAnimal " " fdc_surnom
            " (" fdc_espece ") né en " fdc_anneeNaissance
        DISPLAY "Décédé le " fdc_date(7:2) "/" fdc_date(5:2) "/"
            fdc_date(1:4) " dans l enclos n°" fdc_numEnclos
        DISPLAY "Circonstances : " fdc_circonstance
            ", vétérinaire n°" fdc_numVeterinaire
        IF fdc_necropsie = 1 THEN
            DISPLAY "Nécropsie : OUI, référence laboratoire : "
                fdc_refLabo
        ELSE
            DISPLAY "Nécropsie : NON"
        END-IF
        DISPLAY "Cause : " fdc_cause
        DISPLAY "Etat de santé au décès : " fdc_etatSante
        IF fdc_datePoids NOT = 0 THEN
            DISPLAY "Dernier poids : " fdc_dernierPoidsGr " g le "
                fdc_datePoids(7:2) "/" fdc_datePoids(5:2) "/"
                fdc_datePoids(1:4)
        ELSE
            DISPLAY "Dernier poids : aucune pesée"
        END-IF
        IF fdc_dernierSoin NOT = 0 THEN
            DISPLAY "Dernier soin : n°" fdc_dernierSoin " "
                fdc_typeSoin " le " fdc_dateSoin(7:2) "/"
                fdc_dateSoin(5:2) "/" fdc_dateSoin(1:4)
        ELSE
            DISPLAY "Dernier soin : aucun"
        END-IF.

      ******************************************************************
      * Report du résultat d une nécropsie (référence du laboratoire et
      * cause définitive), réservé aux vétérinaires.
        COMPLETER_NECROPSIE.
        PERFORM VERIFIER_ROLE_VETERINAIRE
        IF roleVeterinaireOK = 0 THEN
            DISPLAY "Reserve aux employes VETERINAIRE"
        ELSE
            DISPLAY "Quel est le numéro de l animal décédé ?"
            ACCEPT numeroAnimal
            MOVE 0 TO decesTrouve
            MOVE "DECES" TO wVerrouFichier
            MOVE numeroAnimal TO wVerrouCle
            PERFORM VERROU_POSER
            IF verrouObtenu = 1 THEN
                OPEN I-O fdeces
                MOVE numeroAnimal TO fdc_numAnimal
                READ fdeces
                    INVALID KEY
                        DISPLAY "Aucun décès enregistré pour "
                            "cet animal"
                    NOT INVALID KEY MOVE 1 TO decesTrouve
                END-READ
                IF decesTrouve = 1 THEN
                    PERFORM AFFICHER_FICHE_DECES
                    MOVE fdc_cause TO wAuditAvant
                    MOVE 1 TO fdc_necropsie
                    MOVE 1 TO choixNecropsie
                    DISPLAY "Référence du laboratoire (vide pour "
                        "conserver) :"
                    MOVE SPACES TO wRefLabo
                    ACCEPT wRefLabo
                    IF wRefLabo NOT = SPACES THEN
                        MOVE wRefLabo TO fdc_refLabo
                    END-IF
                    PERFORM DEMANDER_CAUSE_DECES
                    MOVE wCauseDeces TO fdc_cause
                    REWRITE dece_tamp
                    DISPLAY "Fiche de décès mise à jour"
                    MOVE "DECES" TO wAuditFichier
                    MOVE "MODIFIE" TO wAuditOperation
                    MOVE numeroAnimal TO wAuditCle
                    MOVE fdc_cause TO wAuditApres
                    PERFORM AUDIT_ECRIRE
                END-IF
                CLOSE fdeces
                PERFORM VERROU_LIBERER
            END-IF
        END-IF.

      ******************************************************************
      * Bilan annuel du registre de mortalité : liste des décès de
      * l année puis décompte par espèce, par classe d âge (année du
      * décès moins année de naissance) et par catégorie de cause.
        RAPPORT_MORTALITE.
        PERFORM WITH TEST AFTER UNTIL wAnneeMort > 1900
        AND wAnneeMort < 2100
            DISPLAY "Bilan de mortalité de quelle année ?"
            ACCEPT wAnneeMort
        END-PERFORM

        MOVE 0 TO TMS-COUNT
        MOVE 0 TO TMC-COUNT
        MOVE 0 TO cptDeces
        MOVE 0 TO cptAgeMoins1
        MOVE 0 TO cptAge1a4
        MOVE 0 TO cptAge5a9
        MOVE 0 TO cptAge10a19
        MOVE 0 TO cptAge20plus

        OPEN OUTPUT frapportMortalite
        MOVE SPACES TO phraseDeces
        STRING "REGISTRE DE MORTALITE - ANNEE " wAnneeMort
            INTO phraseDeces
        WRITE ramo_tamp FROM phraseDeces
        MOVE "--- Décès de l année ---" TO ramo_tamp
        WRITE ramo_tamp

        OPEN INPUT fdeces
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fdeces NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fdc_date(1:4) = wAnneeMort THEN
                        PERFORM COMPTER_DECES
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fdeces
        IF cptDeces = 0 THEN
            MOVE "Aucun" TO ramo_tamp
            WRITE ramo_tamp
        END-IF

        MOVE "--- Par espèce ---" TO ramo_tamp
        WRITE ramo_tamp
        PERFORM VARYING TMS-I FROM 1 BY 1 UNTIL TMS-I > TMS-COUNT
            MOVE SPACES TO phraseDeces
            STRING TMS-ESPECE(TMS-I) " : " TMS-NB(TMS-I)
                INTO phraseDeces
            WRITE ramo_tamp FROM phraseDeces
        END-PERFORM

        MOVE "--- Par classe d âge ---" TO ramo_tamp
        WRITE ramo_tamp
        MOVE SPACES TO phraseDeces
        STRING "Moins d un an : " cptAgeMoins1 INTO phraseDeces
        WRITE ramo_tamp FROM phraseDeces
        MOVE SPACES TO phraseDeces
        STRING "1 à 4 ans     : " cptAge1a4 INTO phraseDeces
        WRITE ramo_tamp FROM phraseDeces
        MOVE SPACES TO phraseDeces
        STRING "5 à 9 ans     : " cptAge5a9 INTO phraseDeces
        WRITE ramo_tamp FROM phraseDeces
        MOVE SPACES TO phraseDeces
        STRING "10 à 19 ans   : " cptAge10a19 INTO phraseDeces
        WRITE ramo_tamp FROM phraseDeces
        MOVE SPACES TO phraseDeces
        STRING "20 ans et plus: " cptAge20plus INTO phraseDeces
        WRITE ramo_tamp FROM phraseDeces

        MOVE "--- Par cause ---" TO ramo_tamp
        WRITE ramo_tamp
        PERFORM VARYING TMC-I FROM 1 BY 1 UNTIL TMC-I > TMC-COUNT
            MOVE SPACES TO phraseDeces
            STRING TMC-CAUSE(TMC-I) " : " TMC-NB(TMC-I)
                INTO phraseDeces
            WRITE ramo_tamp FROM phraseDeces
        END-PERFORM

        MOVE SPACES TO phraseDeces
        STRING "Total des décès : " cptDeces INTO phraseDeces
        WRITE ramo_tamp FROM phraseDeces
        CLOSE frapportMortalite
        DISPLAY "Rapport écrit dans rapport_mortalite.txt ("
            cptDeces " décès)".

      ******************************************************************
      * Ligne de détail et cumuls du bilan de mortalité pour la fiche
      * de décès courante.
        COMPTER_DECES.
        ADD 1 TO cptDeces
        MOVE 0 TO wAgeDeces
        IF fdc_anneeNaissance NOT = 0
        AND fdc_anneeNaissance <= wAnneeMort THEN
            COMPUTE wAgeDeces = wAnneeMort - fdc_anneeNaissance
        END-IF
        EVALUATE TRUE
            WHEN wAgeDeces < 1 ADD 1 TO cptAgeMoins1
            WHEN wAgeDeces < 5 ADD 1 TO cptAge1a4
            WHEN wAgeDeces < 10 ADD 1 TO cptAge5a9
            WHEN wAgeDeces < 20 ADD 1 TO cptAge10a19
            WHEN OTHER ADD 1 TO cptAge20plus
        END-EVALUATE

        MOVE SPACES TO wMarqueEcheance
        IF fdc_necropsie = 1 THEN
            STRING "NECROPSIE " fdc_refLabo DELIMITED BY SIZE
                INTO wMarqueEcheance
        END-IF
        MOVE SPACES TO phraseDeces
        STRING fdc_date(7:2) "/" fdc_date(5:2) " animal n°"
            fdc_numAnimal " " fdc_surnom " (" fdc_espece ") "
            wAgeDeces " an(s) " fdc_circonstance " "
            fdc_cause " " wMarqueEcheance
            INTO phraseDeces
        WRITE ramo_tamp FROM phraseDeces

        MOVE 0 TO TMS-TROUVE
        PERFORM VARYING TMS-I FROM 1 BY 1 UNTIL TMS-I > TMS-COUNT
            IF TMS-ESPECE(TMS-I) = fdc_espece THEN
                ADD 1 TO TMS-NB(TMS-I)
                MOVE 1 TO TMS-TROUVE
            END-IF
        END-PERFORM
        IF TMS-TROUVE = 0 AND TMS-COUNT < 200 THEN
            ADD 1 TO TMS-COUNT
            MOVE fdc_espece TO TMS-ESPECE(TMS-COUNT)
            MOVE 1 TO TMS-NB(TMS-COUNT)
        END-IF

        MOVE 0 TO TMC-TROUVE
        PERFORM VARYING TMC-I FROM 1 BY 1 UNTIL TMC-I > TMC-COUNT
            IF TMC-CAUSE(TMC-I) = fdc_cause THEN
                ADD 1 TO TMC-NB(TMC-I)
                MOVE 1 TO TMC-TROUVE
            END-IF
        END-PERFORM
        IF TMC-TROUVE = 0 AND TMC-COUNT < 20 THEN
            ADD 1 TO TMC-COUNT
            MOVE fdc_cause TO TMC-CAUSE(TMC-COUNT)
            MOVE 1 TO TMC-NB(TMC-COUNT)
        END-IF.

      ******************************************************************
      * Programme d enrichissement du milieu : catalogue des
      * activités, objectif mensuel de séances par espèce, journal
      * des séances et rapport mensuel de conformité.
        MENU_ENRICHISSEMENT.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Ajouter une activité au catalogue'
        DISPLAY '2 : Afficher le catalogue des activités'
        DISPLAY '3 : Objectif mensuel par espèce et activité'
        DISPLAY '4 : Enregistrer une séance d enrichissement'
        DISPLAY '5 : Afficher les séances d un animal'
        DISPLAY '6 : Rapport mensuel de conformité'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM AJOUT_ACTIVITE
                WHEN "2" PERFORM AFFICHER_ACTIVITES
                WHEN "3" PERFORM DEFINIR_OBJECTIF_ESPECE
                WHEN "4" PERFORM AJOUT_SEANCE
                WHEN "5" PERFORM AFFICHER_SEANCES_ANIMAL
                WHEN "6" PERFORM RAPPORT_ENRICHISSEMENT
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
        AJOUT_ACTIVITE.
        OPEN I-O factivites
        MOVE 0 TO activiteTrouvee
        PERFORM WITH TEST AFTER UNTIL activiteTrouvee = 1
            DISPLAY "Code de l activité (10 caractères) ?"
            ACCEPT wCodeActivite
            MOVE FUNCTION UPPER-CASE(wCodeActivite) TO wCodeActivite
      * TOUTES désigne l ensemble des activités dans les objectifs
            IF wCodeActivite = "TOUTES" OR wCodeActivite = SPACES THEN
                DISPLAY "Ce code est réservé"
            ELSE
                MOVE wCodeActivite TO fac_code
                READ factivites
                    INVALID KEY MOVE 1 TO activiteTrouvee
                    NOT INVALID KEY
                        DISPLAY "Cette activité existe déjà"
                END-READ
            END-IF
        END-PERFORM
        DISPLAY "Libellé de l activité ?"
        ACCEPT fac_libelle
        MOVE 0 TO choixCategorie
        PERFORM WITH TEST AFTER UNTIL choixCategorie >= 1
        AND choixCategorie <= 5
            DISPLAY "Catégorie ?"
            DISPLAY "1 : ALIMENTAIRE,"
            DISPLAY "2 : SENSORIEL,"
            DISPLAY "3 : COGNITIF,"
            DISPLAY "4 : SOCIAL,"
            DISPLAY "5 : PHYSIQUE"
            ACCEPT choixCategorie
        END-PERFORM
        EVALUATE choixCategorie
            WHEN 1 MOVE "ALIMENTAIRE" TO fac_categorie
            WHEN 2 MOVE "SENSORIEL" TO fac_categorie
            WHEN 3 MOVE "COGNITIF" TO fac_categorie
            WHEN 4 MOVE "SOCIAL" TO fac_categorie
            WHEN 5 MOVE "PHYSIQUE" TO fac_categorie
        END-EVALUATE
        MOVE wCodeActivite TO fac_code
        WRITE acti_tamp
            INVALID KEY DISPLAY "ERREUR : activité non ajoutée"
            NOT INVALID KEY DISPLAY "Activité ajoutée !"
        END-WRITE
        CLOSE factivites.

      ******************************************************************
        AFFICHER_ACTIVITES.
        OPEN INPUT factivites
        MOVE 0 TO fdfEnr
        MOVE 0 TO activiteTrouvee
        PERFORM WITH TEST AFTER UNTIL fdfEnr = 1
            READ factivites NEXT
                AT END MOVE 1 TO fdfEnr
                NOT AT END
                    MOVE 1 TO activiteTrouvee
                    DISPLAY fac_code " " fac_categorie " " fac_libelle
            END-READ
        END-PERFORM
        IF activiteTrouvee = 0 THEN
            DISPLAY "Le catalogue est vide"
        END-IF
        CLOSE factivites.

      ******************************************************************
      * Objectif de séances par animal et par mois pour une espèce et
      * une activité du catalogue, ou toutes activités confondues
      * (TOUTES) ; un objectif existant est remplacé, 0 le supprime.
        DEFINIR_OBJECTIF_ESPECE.
        OPEN INPUT fespeces
        MOVE 0 TO especeTrouvee
        PERFORM WITH TEST AFTER UNTIL especeTrouvee = 1
            DISPLAY "Pour quelle espèce ?"
            ACCEPT wEspece
            MOVE wEspece TO fsp_espece
            READ fespeces
                INVALID KEY DISPLAY "Cette espèce n existe pas"
                NOT INVALID KEY MOVE 1 TO especeTrouvee
            END-READ
        END-PERFORM
        CLOSE fespeces
        OPEN INPUT factivites
        MOVE 0 TO activiteTrouvee
        PERFORM WITH TEST AFTER UNTIL activiteTrouvee = 1
            DISPLAY "Code de l activité (TOUTES pour toutes les"
            DISPLAY "activités confondues) ?"
            ACCEPT wCodeActivite
            MOVE FUNCTION UPPER-CASE(wCodeActivite) TO wCodeActivite
            IF wCodeActivite = "TOUTES" THEN
                MOVE SPACES TO wCodeActivite
                MOVE 1 TO activiteTrouvee
            ELSE
                MOVE wCodeActivite TO fac_code
                READ factivites
                    INVALID KEY DISPLAY "Activité absente du catalogue"
                    NOT INVALID KEY MOVE 1 TO activiteTrouvee
                END-READ
            END-IF
        END-PERFORM
        CLOSE factivites
        DISPLAY "Nombre de séances par animal et par mois (0 pour"
        DISPLAY "supprimer l objectif) ?"
        ACCEPT wObjectifEspece

        OPEN I-O fobjectifs
        MOVE wEspece TO foe_espece
        MOVE wCodeActivite TO foe_codeActivite
        READ fobjectifs
            INVALID KEY
                IF wObjectifEspece > 0 THEN
                    MOVE wObjectifEspece TO foe_seancesParMois
                    WRITE obje_tamp
                    END-WRITE
                END-IF
            NOT INVALID KEY
                IF wObjectifEspece > 0 THEN
                    MOVE wObjectifEspece TO foe_seancesParMois
                    REWRITE obje_tamp
                    END-REWRITE
                ELSE
                    DELETE fobjectifs RECORD
                    END-DELETE
                END-IF
        END-READ
        CLOSE fobjectifs
        DISPLAY "Objectif enregistré".

      ******************************************************************
        AJOUT_SEANCE.
        OPEN I-O fseances

      * Le numéro de séance est attribué automatiquement depuis le
      * compteur persistant
        MOVE 0 TO wCompteurMax
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
                READ fseances NEXT
                    AT END MOVE 1 TO fdf
                    NOT AT END
                        IF fse_numS > wCompteurMax THEN
                            MOVE fse_numS TO wCompteurMax
                        END-IF
                END-READ
        END-PERFORM
        MOVE "SEANCE" TO wCompteurNom
        PERFORM COMPTEUR_SUIVANT
        MOVE wCompteurValeur TO wNumSeance

        OPEN INPUT fanimaux
        MOVE 0 TO animalTrouve
        PERFORM WITH TEST AFTER UNTIL animalTrouve = 1
            DISPLAY "Quel est le numéro de l animal ?"
            ACCEPT numeroAnimal
            MOVE numeroAnimal TO fa_numA
            READ fanimaux
                INVALID KEY DISPLAY "L animal n existe pas"
                NOT INVALID KEY MOVE 1 TO animalTrouve
            END-READ
        END-PERFORM
        CLOSE fanimaux

        OPEN INPUT femployes
        MOVE 0 TO soigneurTrouve
        PERFORM WITH TEST AFTER UNTIL soigneurTrouve = 1
            DISPLAY "Quel est le numéro du soigneur ?"
            ACCEPT numeroSoigneur
            MOVE numeroSoigneur TO fem_numEmp
            READ femployes
                INVALID KEY DISPLAY "L employé n existe pas"
                NOT INVALID KEY MOVE 1 TO soigneurTrouve
            END-READ
        END-PERFORM
        CLOSE femployes

        OPEN INPUT factivites
        MOVE 0 TO activiteTrouvee
        PERFORM WITH TEST AFTER UNTIL activiteTrouvee = 1
            DISPLAY "Code de l activité ?"
            ACCEPT wCodeActivite
            MOVE FUNCTION UPPER-CASE(wCodeActivite) TO wCodeActivite
            MOVE wCodeActivite TO fac_code
            READ factivites
                INVALID KEY DISPLAY "Activité absente du catalogue"
                NOT INVALID KEY MOVE 1 TO activiteTrouvee
            END-READ
        END-PERFORM
        CLOSE factivites

        DISPLAY "Date de la séance :"
        PERFORM DEMANDER_DATE
        MOVE 0 TO wScoreSeance
        PERFORM WITH TEST AFTER UNTIL wScoreSeance >= 1
        AND wScoreSeance <= 5
            DISPLAY "Réaction de l animal, de 1 (aucune) à 5 (très"
            DISPLAY "forte) ?"
            ACCEPT wScoreSeance
        END-PERFORM

        MOVE wNumSeance TO fse_numS
        MOVE numeroAnimal TO fse_numAnimal
        MOVE numeroSoigneur TO fse_numEmp
        MOVE wCodeActivite TO fse_codeActivite
        COMPUTE fse_date = annee * 10000 + mois * 100 + jour
        MOVE wScoreSeance TO fse_score
        MOVE SPACES TO fse_note
        DISPLAY "Note (facultative) ?"
        ACCEPT fse_note
        WRITE sean_tamp
            INVALID KEY DISPLAY "ERREUR : séance non ajoutée"
            NOT INVALID KEY DISPLAY "Séance n°" wNumSeance
                " enregistrée !"
        END-WRITE
        CLOSE fseances.

      ******************************************************************
        AFFICHER_SEANCES_ANIMAL.
        DISPLAY "Quel est le numéro de l animal ?"
        ACCEPT numeroAnimal
        OPEN INPUT fseances
        MOVE numeroAnimal TO fse_numAnimal
        MOVE 0 TO fdfEnr
        MOVE 0 TO seanceTrouvee
        START fseances KEY IS = fse_numAnimal
            INVALID KEY MOVE 1 TO fdfEnr
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdfEnr = 1
            READ fseances NEXT
                AT END MOVE 1 TO fdfEnr
                NOT AT END
                    IF fse_numAnimal NOT = numeroAnimal THEN
                        MOVE 1 TO fdfEnr
                    ELSE
                        MOVE 1 TO seanceTrouvee
                        MOVE SPACES TO phraseEnrich
                        STRING "Séance n°" fse_numS " du "
                        fse_date(7:2) "/" fse_date(5:2) "/"
                        fse_date(1:4) " : " fse_codeActivite
                        " par l employé n°" fse_numEmp ", réaction "
                        fse_score "/5 " fse_note INTO phraseEnrich
                        DISPLAY phraseEnrich
                    END-IF
            END-READ
        END-PERFORM
        IF seanceTrouvee = 0 THEN
            DISPLAY "Aucune séance pour cet animal"
        END-IF
        CLOSE fseances.

      ******************************************************************
      * Rapport mensuel de conformité du programme d enrichissement
      * (rapport_enrichissement.txt) : par enclos, les animaux sous
      * les objectifs mensuels de leur espèce (par activité ou toutes
      * activités confondues) et les activités sans réaction aux
      * seuilSansReaction dernières séances ; par soigneur, les
      * séances conduites dans le mois et les constats des animaux
      * dont il a la charge, soit par la rotation du mois sur leur
      * enclos, soit pour leur avoir conduit une séance dans le mois.
        RAPPORT_ENRICHISSEMENT.
        PERFORM WITH TEST AFTER
        UNTIL wAnneeEnr > 1900 AND wAnneeEnr < 2100
            DISPLAY "Année du rapport ?"
            ACCEPT wAnneeEnr
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL wMoisEnr > 0
        AND wMoisEnr < 13
            DISPLAY "Mois du rapport ?"
            ACCEPT wMoisEnr
        END-PERFORM
        MOVE wAnneeEnr TO annee
        MOVE wMoisEnr TO mois
        PERFORM CALCULER_JOURMAX
        COMPUTE wDebutMoisEnr = wAnneeEnr * 10000
            + wMoisEnr * 100 + 1
        COMPUTE wFinMoisEnr = wAnneeEnr * 10000
            + wMoisEnr * 100 + jourMax

        OPEN OUTPUT frapportEnrich
        MOVE SPACES TO phraseEnrich
        STRING "CONFORMITE DU PROGRAMME D ENRICHISSEMENT " wMoisEnr
            "/" wAnneeEnr INTO phraseEnrich
        WRITE raen_tamp FROM phraseEnrich
        MOVE "=== Par enclos ===" TO raen_tamp
        WRITE raen_tamp

        MOVE 0 TO cptSousObjectif
        MOVE 0 TO cptActivitesSansReaction
        MOVE 0 TO cptAnimauxEnclos
        MOVE 0 TO cptSousObjectifEnclos
        MOVE 0 TO wEnclosCourant
        MOVE 0 TO TEX-COUNT
        OPEN INPUT fanimaux
        OPEN INPUT fseances
        OPEN INPUT fobjectifs
        MOVE 0 TO fa_numEnclos
        MOVE 0 TO fdfEnr
        START fanimaux KEY IS >= fa_numEnclos
            INVALID KEY MOVE 1 TO fdfEnr
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdfEnr = 1
            READ fanimaux NEXT
                AT END MOVE 1 TO fdfEnr
                NOT AT END
                    IF fa_numEnclos NOT = wEnclosCourant THEN
                        IF cptAnimauxEnclos > 0 THEN
                            PERFORM ENRICH_FIN_ENCLOS
                        END-IF
                        MOVE fa_numEnclos TO wEnclosCourant
                        MOVE 0 TO cptAnimauxEnclos
                        MOVE 0 TO cptSousObjectifEnclos
                        MOVE SPACES TO phraseEnrich
                        STRING "--- Enclos n°" wEnclosCourant " ---"
                            INTO phraseEnrich
                        WRITE raen_tamp FROM phraseEnrich
                    END-IF
                    ADD 1 TO cptAnimauxEnclos
                    PERFORM ENRICH_ANALYSER_ANIMAL
            END-READ
        END-PERFORM
        IF cptAnimauxEnclos > 0 THEN
            PERFORM ENRICH_FIN_ENCLOS
        END-IF
        CLOSE fobjectifs
        CLOSE fanimaux

        MOVE "=== Par soigneur ===" TO raen_tamp
        WRITE raen_tamp
        PERFORM ENRICH_CUMULER_SOIGNEURS
        CLOSE fseances
        PERFORM ENRICH_CHARGER_ROTA
        OPEN INPUT femployes
        PERFORM VARYING TEK-I FROM 1 BY 1 UNTIL TEK-I > TEK-COUNT
            PERFORM ENRICH_LIGNES_SOIGNEUR
        END-PERFORM
        CLOSE femployes
        IF TEK-COUNT = 0 THEN
            MOVE "Aucune séance ni affectation dans le mois"
                TO raen_tamp
            WRITE raen_tamp
        END-IF
        PERFORM ENRICH_CONSTATS_SANS_SOIGNEUR

        CLOSE frapportEnrich
        DISPLAY "Rapport écrit dans rapport_enrichissement.txt ("
            cptSousObjectif " animal(aux) sous l objectif, "
            cptActivitesSansReaction " activité(s) sans réaction)".

      ******************************************************************
      * Pour l animal courant (anim_tamp) : séances du mois par
      * activité comparées aux objectifs de son espèce, et pour
      * chaque activité les seuilSansReaction séances les plus
      * récentes (par date de séance) jusqu à la fin du mois.
      * fseances et fobjectifs sont supposés ouverts par l appelant.
        ENRICH_ANALYSER_ANIMAL.
        MOVE 0 TO cptSeancesMois
        MOVE 0 TO TEA-COUNT
        MOVE 0 TO TEV-COUNT
        MOVE fa_numA TO fse_numAnimal
        MOVE 0 TO fdz
        START fseances KEY IS = fse_numAnimal
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ fseances NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fse_numAnimal NOT = fa_numA THEN
                        MOVE 1 TO fdz
                    ELSE
                        IF fse_date >= wDebutMoisEnr
                        AND fse_date <= wFinMoisEnr THEN
                            ADD 1 TO cptSeancesMois
                            PERFORM ENRICH_NOTER_SOIGNEUR_ANIMAL
                        END-IF
                        IF fse_date <= wFinMoisEnr THEN
                            PERFORM ENRICH_SUIVRE_ACTIVITE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM

        PERFORM ENRICH_CONTROLER_OBJECTIFS
        PERFORM VARYING TEA-I FROM 1 BY 1 UNTIL TEA-I > TEA-COUNT
            PERFORM ENRICH_CONTROLER_REACTION
        END-PERFORM.

      ******************************************************************
      * Soigneurs ayant conduit une séance du mois avec l animal
      * courant (au plus 5 retenus).
        ENRICH_NOTER_SOIGNEUR_ANIMAL.
        MOVE 0 TO TEV-TROUVE
        PERFORM VARYING TEV-I FROM 1 BY 1 UNTIL TEV-I > TEV-COUNT
            IF TEV-EMP(TEV-I) = fse_numEmp THEN
                MOVE 1 TO TEV-TROUVE
            END-IF
        END-PERFORM
        IF TEV-TROUVE = 0 AND TEV-COUNT < 5 THEN
            ADD 1 TO TEV-COUNT
            MOVE fse_numEmp TO TEV-EMP(TEV-COUNT)
        END-IF.

      ******************************************************************
      * Cumul de la séance courante (sean_tamp) sur son activité :
      * séances du mois, et conservation des seuilSansReaction
      * séances les plus récentes selon la date puis le numéro de
      * séance, quel que soit l ordre de saisie du journal.
        ENRICH_SUIVRE_ACTIVITE.
        MOVE 0 TO TEA-TROUVE
        PERFORM VARYING TEA-I FROM 1 BY 1 UNTIL TEA-I > TEA-COUNT
        OR TEA-TROUVE = 1
            IF TEA-CODE(TEA-I) = fse_codeActivite THEN
                MOVE 1 TO TEA-TROUVE
            END-IF
        END-PERFORM
        IF TEA-TROUVE = 1 THEN
            SUBTRACT 1 FROM TEA-I
        ELSE
            IF TEA-COUNT < 50 THEN
                ADD 1 TO TEA-COUNT
                MOVE TEA-COUNT TO TEA-I
                MOVE fse_codeActivite TO TEA-CODE(TEA-I)
                MOVE 0 TO TEA-NB-MOIS(TEA-I)
                MOVE 0 TO TEA-NB-DER(TEA-I)
            ELSE
                MOVE 0 TO TEA-I
            END-IF
        END-IF
        IF TEA-I > 0 THEN
            IF fse_date >= wDebutMoisEnr THEN
                ADD 1 TO TEA-NB-MOIS(TEA-I)
            END-IF
            COMPUTE wCleSeance = fse_date * 1000000000 + fse_numS
            IF TEA-NB-DER(TEA-I) < seuilSansReaction THEN
                ADD 1 TO TEA-NB-DER(TEA-I)
                MOVE TEA-NB-DER(TEA-I) TO TEA-K
                MOVE wCleSeance TO TEA-DER-CLE(TEA-I, TEA-K)
                MOVE fse_score TO TEA-DER-SCORE(TEA-I, TEA-K)
            ELSE
      * Remplacement de la plus ancienne des séances retenues
                MOVE 1 TO TEA-K
                PERFORM VARYING TEA-J FROM 2 BY 1
                UNTIL TEA-J > TEA-NB-DER(TEA-I)
                    IF TEA-DER-CLE(TEA-I, TEA-J)
                    < TEA-DER-CLE(TEA-I, TEA-K) THEN
                        MOVE TEA-J TO TEA-K
                    END-IF
                END-PERFORM
                IF wCleSeance > TEA-DER-CLE(TEA-I, TEA-K) THEN
                    MOVE wCleSeance TO TEA-DER-CLE(TEA-I, TEA-K)
                    MOVE fse_score TO TEA-DER-SCORE(TEA-I, TEA-K)
                END-IF
            END-IF
        END-IF.

      ******************************************************************
      * Objectifs de l espèce de l animal courant : l objectif toutes
      * activités (code à blanc) puis un objectif par activité.
      * fobjectifs est supposé ouvert par l appelant.
        ENRICH_CONTROLER_OBJECTIFS.
        MOVE 0 TO animalSousObjectif
        MOVE fa_espece TO foe_espece
        MOVE SPACES TO foe_codeActivite
        MOVE 0 TO fdfObj
        START fobjectifs KEY IS >= foe_cle
            INVALID KEY MOVE 1 TO fdfObj
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdfObj = 1
            READ fobjectifs NEXT
                AT END MOVE 1 TO fdfObj
                NOT AT END
                    IF foe_espece NOT = fa_espece THEN
                        MOVE 1 TO fdfObj
                    ELSE
                        PERFORM ENRICH_CONTROLER_UN_OBJECTIF
                    END-IF
            END-READ
        END-PERFORM
        IF animalSousObjectif = 1 THEN
            ADD 1 TO cptSousObjectifEnclos
            ADD 1 TO cptSousObjectif
        END-IF.

      ******************************************************************
      * Comparaison des séances du mois de l animal courant avec
      * l objectif courant (obje_tamp).
        ENRICH_CONTROLER_UN_OBJECTIF.
        IF foe_codeActivite = SPACES THEN
            MOVE cptSeancesMois TO wSeancesObjectif
            MOVE "toutes activités" TO wLibelleObjectif
        ELSE
            MOVE 0 TO wSeancesObjectif
            MOVE foe_codeActivite TO wLibelleObjectif
            PERFORM VARYING TEA-I FROM 1 BY 1 UNTIL TEA-I > TEA-COUNT
                IF TEA-CODE(TEA-I) = foe_codeActivite THEN
                    MOVE TEA-NB-MOIS(TEA-I) TO wSeancesObjectif
                END-IF
            END-PERFORM
        END-IF
        IF wSeancesObjectif < foe_seancesParMois THEN
            MOVE 1 TO animalSousObjectif
            MOVE SPACES TO phraseEnrich
            STRING "Animal n°" fa_numA " " fa_surnom " (" fa_espece
                ") : " wSeancesObjectif " séance(s) "
                wLibelleObjectif " pour un objectif de "
                foe_seancesParMois INTO phraseEnrich
            PERFORM ENRICH_NOTER_CONSTAT
        END-IF.

      ******************************************************************
      * Activité TEA-I de l animal courant sans réaction (score 1) à
      * chacune de ses seuilSansReaction séances les plus récentes.
        ENRICH_CONTROLER_REACTION.
        IF TEA-NB-DER(TEA-I) >= seuilSansReaction THEN
            MOVE 1 TO sansReaction
            PERFORM VARYING TEA-J FROM 1 BY 1
            UNTIL TEA-J > TEA-NB-DER(TEA-I)
                IF TEA-DER-SCORE(TEA-I, TEA-J) NOT = 1 THEN
                    MOVE 0 TO sansReaction
                END-IF
            END-PERFORM
            IF sansReaction = 1 THEN
                ADD 1 TO cptActivitesSansReaction
                MOVE SPACES TO phraseEnrich
                STRING "Animal n°" fa_numA " " fa_surnom
                    " : activité " TEA-CODE(TEA-I)
                    " sans réaction aux " seuilSansReaction
                    " dernières séances" INTO phraseEnrich
                PERFORM ENRICH_NOTER_CONSTAT
            END-IF
        END-IF.

      ******************************************************************
      * Écriture du constat phraseEnrich dans la partie par enclos et
      * conservation pour la partie par soigneur, avec l enclos et
      * les soigneurs des séances du mois de l animal courant.
        ENRICH_NOTER_CONSTAT.
        WRITE raen_tamp FROM phraseEnrich
        IF TEX-COUNT < 500 THEN
            ADD 1 TO TEX-COUNT
            MOVE fa_numEnclos TO TEX-ENCLOS(TEX-COUNT)
            MOVE phraseEnrich TO TEX-LIGNE(TEX-COUNT)
            MOVE TEV-COUNT TO TEX-NB-EMP(TEX-COUNT)
            PERFORM VARYING TEV-I FROM 1 BY 1 UNTIL TEV-I > TEV-COUNT
                MOVE TEV-EMP(TEV-I) TO TEX-EMP(TEX-COUNT, TEV-I)
            END-PERFORM
        END-IF.

      ******************************************************************
        ENRICH_FIN_ENCLOS.
        MOVE SPACES TO phraseEnrich
        STRING "Enclos n°" wEnclosCourant " : " cptAnimauxEnclos
            " animal(aux), " cptSousObjectifEnclos
            " sous l objectif" INTO phraseEnrich
        WRITE raen_tamp FROM phraseEnrich.

      ******************************************************************
      * Cumul par soigneur des séances du mois dans TAB-ENR-SOIGNEUR.
      * fseances est supposé ouvert par l appelant.
        ENRICH_CUMULER_SOIGNEURS.
        MOVE 0 TO TEK-COUNT
        MOVE 0 TO fse_numS
        MOVE 0 TO fdz
        START fseances KEY IS >= fse_numS
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ fseances NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fse_date >= wDebutMoisEnr
                    AND fse_date <= wFinMoisEnr THEN
                        MOVE fse_numEmp TO wEmpEnr
                        PERFORM ENRICH_TROUVER_SOIGNEUR
                        IF TEK-I > 0 THEN
                            ADD 1 TO TEK-NB(TEK-I)
                            ADD fse_score TO TEK-SOMME(TEK-I)
                            IF fse_score = 1 THEN
                                ADD 1 TO TEK-SANS-REACTION(TEK-I)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

      ******************************************************************
      * Entrée de TAB-ENR-SOIGNEUR de l employé wEmpEnr, ajoutée au
      * besoin ; TEK-I vaut 0 si la table est pleine.
        ENRICH_TROUVER_SOIGNEUR.
        MOVE 0 TO TEK-TROUVE
        PERFORM VARYING TEK-I FROM 1 BY 1
        UNTIL TEK-I > TEK-COUNT OR TEK-TROUVE = 1
            IF TEK-NUMEMP(TEK-I) = wEmpEnr THEN
                MOVE 1 TO TEK-TROUVE
            END-IF
        END-PERFORM
        IF TEK-TROUVE = 1 THEN
            SUBTRACT 1 FROM TEK-I
        ELSE
            IF TEK-COUNT < 200 THEN
                ADD 1 TO TEK-COUNT
                MOVE TEK-COUNT TO TEK-I
                MOVE wEmpEnr TO TEK-NUMEMP(TEK-I)
                MOVE 0 TO TEK-NB(TEK-I)
                MOVE 0 TO TEK-SOMME(TEK-I)
                MOVE 0 TO TEK-SANS-REACTION(TEK-I)
            ELSE
                MOVE 0 TO TEK-I
            END-IF
        END-IF.

      ******************************************************************
      * Affectations soigneur / enclos de la rotation du mois dans
      * TAB-ENR-ROTA ; un soigneur affecté sans séance dans le mois
      * figure aussi dans TAB-ENR-SOIGNEUR.
        ENRICH_CHARGER_ROTA.
        MOVE 0 TO TER-COUNT
        OPEN INPUT frota
        MOVE wDebutMoisEnr TO frt_dateCle
        MOVE 0 TO fdz
        START frota KEY IS >= frt_dateCle
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ frota NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF frt_dateCle > wFinMoisEnr THEN
                        MOVE 1 TO fdz
                    ELSE
                        PERFORM ENRICH_NOTER_AFFECTATION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE frota.

      ******************************************************************
        ENRICH_NOTER_AFFECTATION.
        MOVE 0 TO TER-TROUVE
        PERFORM VARYING TER-I FROM 1 BY 1 UNTIL TER-I > TER-COUNT
            IF TER-NUMEMP(TER-I) = frt_numEmp
            AND TER-ENCLOS(TER-I) = frt_numEnclos THEN
                MOVE 1 TO TER-TROUVE
            END-IF
        END-PERFORM
        IF TER-TROUVE = 0 AND TER-COUNT < 500 THEN
            ADD 1 TO TER-COUNT
            MOVE frt_numEmp TO TER-NUMEMP(TER-COUNT)
            MOVE frt_numEnclos TO TER-ENCLOS(TER-COUNT)
        END-IF
        MOVE frt_numEmp TO wEmpEnr
        PERFORM ENRICH_TROUVER_SOIGNEUR.

      ******************************************************************
      * Ligne du soigneur TEK-I puis les constats des animaux de ses
      * enclos du mois ou des animaux avec qui il a conduit une
      * séance dans le mois. femployes est supposé ouvert.
        ENRICH_LIGNES_SOIGNEUR.
        MOVE TEK-NUMEMP(TEK-I) TO fem_numEmp
        READ femployes
            INVALID KEY MOVE SPACES TO fem_nom
                MOVE SPACES TO fem_prenom
        END-READ
        MOVE SPACES TO phraseEnrich
        IF TEK-NB(TEK-I) = 0 THEN
            STRING "Employé n°" TEK-NUMEMP(TEK-I) " " fem_nom " "
                fem_prenom " : aucune séance" INTO phraseEnrich
        ELSE
            COMPUTE wMoyenneScore ROUNDED =
                TEK-SOMME(TEK-I) / TEK-NB(TEK-I)
            MOVE wMoyenneScore TO wMoyenneScoreEd
            STRING "Employé n°" TEK-NUMEMP(TEK-I) " " fem_nom " "
                fem_prenom " : " TEK-NB(TEK-I) " séance(s), réaction"
                " moyenne " wMoyenneScoreEd ", "
                TEK-SANS-REACTION(TEK-I) " sans réaction"
                INTO phraseEnrich
        END-IF
        WRITE raen_tamp FROM phraseEnrich
        PERFORM VARYING TEX-I FROM 1 BY 1 UNTIL TEX-I > TEX-COUNT
            MOVE 0 TO constatSoigneur
            PERFORM VARYING TER-I FROM 1 BY 1 UNTIL TER-I > TER-COUNT
                IF TER-NUMEMP(TER-I) = TEK-NUMEMP(TEK-I)
                AND TER-ENCLOS(TER-I) = TEX-ENCLOS(TEX-I) THEN
                    MOVE 1 TO constatSoigneur
                END-IF
            END-PERFORM
            PERFORM VARYING TEV-I FROM 1 BY 1
            UNTIL TEV-I > TEX-NB-EMP(TEX-I)
                IF TEX-EMP(TEX-I, TEV-I) = TEK-NUMEMP(TEK-I) THEN
                    MOVE 1 TO constatSoigneur
                END-IF
            END-PERFORM
            IF constatSoigneur = 1 THEN
                MOVE SPACES TO phraseEnrich
                STRING "    " TEX-LIGNE(TEX-I) INTO phraseEnrich
                WRITE raen_tamp FROM phraseEnrich
            END-IF
        END-PERFORM.

      ******************************************************************
      * Constats des animaux d un enclos sans soigneur dans la
      * rotation du mois et sans séance conduite dans le mois.
        ENRICH_CONSTATS_SANS_SOIGNEUR.
        MOVE 0 TO constatSansSoigneur
        PERFORM VARYING TEX-I FROM 1 BY 1 UNTIL TEX-I > TEX-COUNT
            MOVE 0 TO constatSoigneur
            IF TEX-NB-EMP(TEX-I) > 0 THEN
                MOVE 1 TO constatSoigneur
            END-IF
            PERFORM VARYING TER-I FROM 1 BY 1 UNTIL TER-I > TER-COUNT
                IF TER-ENCLOS(TER-I) = TEX-ENCLOS(TEX-I) THEN
                    MOVE 1 TO constatSoigneur
                END-IF
            END-PERFORM
            IF constatSoigneur = 0 THEN
                IF constatSansSoigneur = 0 THEN
                    MOVE 1 TO constatSansSoigneur
                    MOVE "--- Sans soigneur affecté dans le mois ---"
                        TO raen_tamp
                    WRITE raen_tamp
                END-IF
                MOVE SPACES TO phraseEnrich
                STRING "    " TEX-LIGNE(TEX-I) INTO phraseEnrich
                WRITE raen_tamp FROM phraseEnrich
            END-IF
        END-PERFORM.


      **************************************
        DISPLAY '5 : Affiche les nouveaux employes'
        DISPLAY '6 : Gérer les absences et congés'
        DISPLAY '7 : Relevé mensuel des jours travaillés (paie)'
        DISPLAY '8 : Qualifications des soigneurs'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "5" PERFORM NOUVEL_EMPLOYE
                WHEN "6" PERFORM MENU_ABSENCES
                WHEN "7" PERFORM RELEVE_MENSUEL_PAIE
                WHEN "8" PERFORM MENU_QUALIFICATIONS
                WHEN "0" PERFORM APPELER_MENU
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.
            READ fabsences NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fab_numEmp NOT = fem_numEmp THEN
                        MOVE 1 TO fdz
                    ELSE
                        IF fab_dateDebut <= wFinMoisPaie
                        AND fab_dateFin >= wDebutMoisPaie THEN
                            PERFORM PAIE_COMPTER_ABSENCE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM

        COMPUTE joursSansRien = jourMax - joursAffectes
            - joursConge - joursMaladie - joursFormation
            - joursAutreAbs
        IF joursSansRien < 0 THEN
            MOVE 0 TO joursSansRien
        END-IF

        MOVE SPACES TO phrasePaie
        STRING "Employé n°" fem_numEmp " " fem_nom " " fem_prenom
            " : " joursAffectes " j affectés, " joursConge
            " congé, " joursMaladie " maladie, " joursFormation
            " formation, " joursAutreAbs " autre, " joursSansRien
            " j sans affectation ni absence" INTO phrasePaie
        WRITE rapa_tamp FROM phrasePaie

        MOVE SPACES TO phraseExpPaie
        STRING fem_numEmp ";" fem_nom ";" fem_prenom ";"
            joursAffectes ";" joursConge ";" joursMaladie ";"
            joursFormation ";" joursAutreAbs ";" joursSansRien
            INTO phraseExpPaie
        WRITE expa_tamp FROM phraseExpPaie.

      ******************************************************************
      * Ajoute au compteur du type voulu les jours de l absence
      * courante (abse_tamp) compris dans le mois du relevé, les
      * bornes de l absence étant rognées aux bornes du mois.
        PAIE_COMPTER_ABSENCE.
        IF fab_dateDebut > wDebutMoisPaie THEN
            MOVE fab_dateDebut TO wAbsClipDebut
        ELSE
            MOVE wDebutMoisPaie TO wAbsClipDebut
        END-IF
        IF fab_dateFin < wFinMoisPaie THEN
            MOVE fab_dateFin TO wAbsClipFin
        ELSE
            MOVE wFinMoisPaie TO wAbsClipFin
        END-IF
        COMPUTE joursAbsClip =
            FUNCTION INTEGER-OF-DATE(wAbsClipFin)
            - FUNCTION INTEGER-OF-DATE(wAbsClipDebut) + 1
        EVALUATE fab_type
            WHEN "CONGE" ADD joursAbsClip TO joursConge
            WHEN "MALADIE" ADD joursAbsClip TO joursMaladie
            WHEN "FORMATION" ADD joursAbsClip TO joursFormation
            WHEN OTHER ADD joursAbsClip TO joursAutreAbs
        END-EVALUATE.

      ******************************************************************
      * Qualifications des soigneurs : qualifications détenues par
      * chaque employé, qualifications exigées par espèce ou par
      * enclos (contrôlées par AJOUT_AFFECTATION) et rapport mensuel
      * des qualifications arrivant à expiration.
        MENU_QUALIFICATIONS.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Enregistrer ou renouveler une qualification'
        DISPLAY '2 : Afficher les qualifications d un employé'
        DISPLAY '3 : Retirer une qualification à un employé'
        DISPLAY '4 : Exiger une qualification (espèce ou enclos)'
        DISPLAY '5 : Afficher les qualifications exigées'
        DISPLAY '6 : Supprimer une qualification exigée'
        DISPLAY '7 : Rapport des qualifications expirant (60 jours)'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM ENREGISTRER_QUALIFICATION
                WHEN "2" PERFORM AFFICHER_QUALIFICATIONS_EMPLOYE
                WHEN "3" PERFORM SUPPRIMER_QUALIFICATION
                WHEN "4" PERFORM AJOUT_QUALIF_REQUISE
                WHEN "5" PERFORM AFFICHER_QUALIFS_REQUISES
                WHEN "6" PERFORM SUPPRIMER_QUALIF_REQUISE
                WHEN "7" PERFORM RAPPORT_QUALIFS_EXPIRANT
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Saisie d un code de qualification, mis en majuscules pour que
      * la comparaison avec les qualifications exigées ne dépende pas
      * de la frappe. Laissé dans wCodeQualif.
        DEMANDER_CODE_QUALIF.
        MOVE SPACES TO wCodeQualif
        PERFORM WITH TEST AFTER UNTIL wCodeQualif NOT = SPACES
            DISPLAY "Code de la qualification (ex. FAUVES, VENIMEUX) ?"
            ACCEPT wCodeQualif
        END-PERFORM
        MOVE FUNCTION UPPER-CASE(wCodeQualif) TO wCodeQualif.

      ******************************************************************
      * Une qualification déjà détenue est remplacée : c est ainsi
      * qu on enregistre un renouvellement.
        ENREGISTRER_QUALIFICATION.
        OPEN INPUT femployes
        MOVE 0 TO soigneurTrouve
        PERFORM WITH TEST AFTER UNTIL soigneurTrouve = 1
            DISPLAY "Quel est le numéro de l employé ?"
            ACCEPT numeroSoigneur
            MOVE numeroSoigneur TO fem_numEmp
            READ femployes
                INVALID KEY DISPLAY "L employé n existe pas"
                NOT INVALID KEY MOVE 1 TO soigneurTrouve
            END-READ
        END-PERFORM
        CLOSE femployes

        PERFORM DEMANDER_CODE_QUALIF
        DISPLAY "Date d obtention :"
        PERFORM DEMANDER_DATE
        COMPUTE wDateObtention = annee * 10000 + mois * 100 + jour

        MOVE 0 TO choixExpire
        PERFORM WITH TEST AFTER UNTIL choixExpire = 1
        OR choixExpire = 2
            DISPLAY "La qualification a-t-elle une date d expiration ?"
            DISPLAY "(1 oui / 2 non)"
            ACCEPT choixExpire
        END-PERFORM
        MOVE 0 TO wDateExpiration
        IF choixExpire = 1 THEN
            PERFORM WITH TEST AFTER
            UNTIL wDateExpiration > wDateObtention
                DISPLAY "Date d expiration :"
                PERFORM DEMANDER_DATE
                COMPUTE wDateExpiration = annee * 10000
                    + mois * 100 + jour
                IF wDateExpiration <= wDateObtention THEN
                    DISPLAY "L expiration doit suivre l obtention"
                END-IF
            END-PERFORM
        END-IF

        OPEN I-O fqualifs
        MOVE numeroSoigneur TO fql_numEmp
        MOVE wCodeQualif TO fql_code
        MOVE SPACES TO wAuditAvant
        MOVE "AJOUT" TO wAuditOperation
        READ fqualifs
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "MODIFIE" TO wAuditOperation
                STRING fql_dateObtention " " fql_dateExpiration
                    DELIMITED BY SIZE INTO wAuditAvant
        END-READ
        MOVE numeroSoigneur TO fql_numEmp
        MOVE wCodeQualif TO fql_code
        MOVE wDateObtention TO fql_dateObtention
        MOVE wDateExpiration TO fql_dateExpiration
        IF wAuditOperation = "AJOUT" THEN
            WRITE qual_tamp
                INVALID KEY DISPLAY "ERREUR : qualification non "
                    "enregistrée"
                NOT INVALID KEY DISPLAY "Qualification enregistrée !"
            END-WRITE
        ELSE
            REWRITE qual_tamp
                INVALID KEY DISPLAY "ERREUR : qualification non "
                    "renouvelée"
                NOT INVALID KEY DISPLAY "Qualification renouvelée !"
            END-REWRITE
        END-IF
        CLOSE fqualifs

        MOVE "QUALIFS" TO wAuditFichier
        MOVE SPACES TO wAuditCle
        STRING numeroSoigneur " " wCodeQualif DELIMITED BY SIZE
            INTO wAuditCle
        MOVE SPACES TO wAuditApres
        STRING wDateObtention " " wDateExpiration DELIMITED BY SIZE
            INTO wAuditApres
        PERFORM AUDIT_ECRIRE.

      ******************************************************************
        AFFICHER_QUALIFICATIONS_EMPLOYE.
        DISPLAY "Quel est le numéro de l employé ?"
        ACCEPT numeroSoigneur
        OPEN INPUT fqualifs
        MOVE numeroSoigneur TO fql_numEmp
        MOVE LOW-VALUES TO fql_code
        MOVE 0 TO fdf
        MOVE 0 TO qualifTrouvee
        START fqualifs KEY IS >= fql_cle
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fqualifs NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fql_numEmp NOT = numeroSoigneur THEN
                        MOVE 1 TO fdf
                    ELSE
                        MOVE 1 TO qualifTrouvee
                        PERFORM AFFICHER_LIGNE_QUALIF
                    END-IF
            END-READ
        END-PERFORM
        IF qualifTrouvee = 0 THEN
            DISPLAY "Aucune qualification pour cet employé"
        END-IF
        CLOSE fqualifs.

      ******************************************************************
        AFFICHER_LIGNE_QUALIF.
        MOVE SPACES TO phraseQualif
        IF fql_dateExpiration = 0 THEN
            STRING fql_code " obtenue le " fql_dateObtention(7:2)
            "/" fql_dateObtention(5:2) "/" fql_dateObtention(1:4)
            ", sans expiration" INTO phraseQualif
        ELSE
            STRING fql_code " obtenue le " fql_dateObtention(7:2)
            "/" fql_dateObtention(5:2) "/" fql_dateObtention(1:4)
            ", expire le " fql_dateExpiration(7:2) "/"
            fql_dateExpiration(5:2) "/" fql_dateExpiration(1:4)
            INTO phraseQualif
        END-IF
        DISPLAY phraseQualif.

      ******************************************************************
        SUPPRIMER_QUALIFICATION.
        DISPLAY "Quel est le numéro de l employé ?"
        ACCEPT numeroSoigneur
        PERFORM DEMANDER_CODE_QUALIF
        OPEN I-O fqualifs
        MOVE numeroSoigneur TO fql_numEmp
        MOVE wCodeQualif TO fql_code
        READ fqualifs
            INVALID KEY DISPLAY "Cette qualification n existe pas"
            NOT INVALID KEY
                DELETE fqualifs RECORD
                DISPLAY "La qualification a été retirée"
                MOVE "QUALIFS" TO wAuditFichier
                MOVE "SUPPRIME" TO wAuditOperation
                MOVE SPACES TO wAuditCle
                STRING numeroSoigneur " " wCodeQualif
                    DELIMITED BY SIZE INTO wAuditCle
                MOVE SPACES TO wAuditAvant
                STRING fql_dateObtention " " fql_dateExpiration
                    DELIMITED BY SIZE INTO wAuditAvant
                MOVE "SUPPRIME" TO wAuditApres
                PERFORM AUDIT_ECRIRE
        END-READ
        CLOSE fqualifs.

      ******************************************************************
      * Saisie de la cible d une qualification exigée : une espèce
      * connue de especes.dat ou un enclos existant. Laissée dans
      * wTypeCible / wCible.
        DEMANDER_CIBLE_QUALIF.
        MOVE 0 TO choixCible
        PERFORM WITH TEST AFTER UNTIL choixCible = 1
        OR choixCible = 2
            DISPLAY "Qualification exigée pour une espèce (1) ou"
            DISPLAY "pour un enclos (2) ?"
            ACCEPT choixCible
        END-PERFORM
        MOVE SPACES TO wCible
        IF choixCible = 1 THEN
            MOVE "ESPECE" TO wTypeCible
            OPEN INPUT fespeces
            MOVE 0 TO cibleTrouvee
            PERFORM WITH TEST AFTER UNTIL cibleTrouvee = 1
                DISPLAY "Quelle est l espèce ?"
                ACCEPT fsp_espece
                READ fespeces
                    INVALID KEY DISPLAY "Espèce inconnue"
                    NOT INVALID KEY MOVE 1 TO cibleTrouvee
                END-READ
            END-PERFORM
            CLOSE fespeces
            MOVE fsp_espece TO wCible
        ELSE
            MOVE "ENCLOS" TO wTypeCible
            OPEN INPUT fenclos
            MOVE 0 TO cibleTrouvee
            PERFORM WITH TEST AFTER UNTIL cibleTrouvee = 1
                DISPLAY "Quel est le numéro de l enclos ?"
                ACCEPT numEnclosA
                MOVE numEnclosA TO fe_numE
                READ fenclos
                    INVALID KEY DISPLAY "Enclos non existant"
                    NOT INVALID KEY MOVE 1 TO cibleTrouvee
                END-READ
            END-PERFORM
            CLOSE fenclos
            MOVE numEnclosA TO wCible
        END-IF.

      ******************************************************************
        AJOUT_QUALIF_REQUISE.
        PERFORM DEMANDER_CIBLE_QUALIF
        PERFORM DEMANDER_CODE_QUALIF
        OPEN I-O fqualreq
        MOVE wTypeCible TO fqr_typeCible
        MOVE wCible TO fqr_cible
        MOVE wCodeQualif TO fqr_code
        WRITE qreq_tamp
            INVALID KEY DISPLAY "Cette qualification est déjà exigée"
            NOT INVALID KEY
                DISPLAY "Qualification exigée enregistrée !"
                MOVE "QUALREQ" TO wAuditFichier
                MOVE "AJOUT" TO wAuditOperation
                MOVE wCodeQualif TO wAuditCle
                MOVE SPACES TO wAuditAvant
                MOVE SPACES TO wAuditApres
                STRING wTypeCible " " wCible DELIMITED BY SIZE
                    INTO wAuditApres
                PERFORM AUDIT_ECRIRE
        END-WRITE
        CLOSE fqualreq.

      ******************************************************************
        AFFICHER_QUALIFS_REQUISES.
        OPEN INPUT fqualreq
        MOVE 0 TO fdf
        MOVE 0 TO qualifTrouvee
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fqualreq NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    MOVE 1 TO qualifTrouvee
                    MOVE SPACES TO phraseQualif
                    STRING fqr_typeCible " " fqr_cible " : "
                        fqr_code INTO phraseQualif
                    DISPLAY phraseQualif
            END-READ
        END-PERFORM
        IF qualifTrouvee = 0 THEN
            DISPLAY "Aucune qualification exigée"
        END-IF
        CLOSE fqualreq.

      ******************************************************************
        SUPPRIMER_QUALIF_REQUISE.
        PERFORM DEMANDER_CIBLE_QUALIF
        PERFORM DEMANDER_CODE_QUALIF
        OPEN I-O fqualreq
        MOVE wTypeCible TO fqr_typeCible
        MOVE wCible TO fqr_cible
        MOVE wCodeQualif TO fqr_code
        READ fqualreq
            INVALID KEY DISPLAY "Cette qualification n est pas exigée"
            NOT INVALID KEY
                DELETE fqualreq RECORD
                DISPLAY "La qualification n est plus exigée"
                MOVE "QUALREQ" TO wAuditFichier
                MOVE "SUPPRIME" TO wAuditOperation
                MOVE wCodeQualif TO wAuditCle
                MOVE SPACES TO wAuditAvant
                STRING wTypeCible " " wCible DELIMITED BY SIZE
                    INTO wAuditAvant
                MOVE "SUPPRIME" TO wAuditApres
                PERFORM AUDIT_ECRIRE
        END-READ
        CLOSE fqualreq.

      ******************************************************************
      * Rapport mensuel des qualifications qui expirent dans les 60
      * jours, ou déjà expirées, avec le nom de l employé, pour
      * planifier les recyclages avant que les affectations ne
      * soient refusées.
        RAPPORT_QUALIFS_EXPIRANT.
        MOVE FUNCTION CURRENT-DATE(1:4) TO rapDateAnnee
        MOVE FUNCTION CURRENT-DATE(5:2) TO rapDateMois
        MOVE FUNCTION CURRENT-DATE(7:2) TO rapDateJour
        COMPUTE wDateDuJour = rapDateAnnee * 10000
            + rapDateMois * 100 + rapDateJour
        COMPUTE wJourInt = FUNCTION INTEGER-OF-DATE(wDateDuJour) + 60
        COMPUTE wDateHorizon = FUNCTION DATE-OF-INTEGER(wJourInt)

        OPEN OUTPUT frapportQualif
        MOVE SPACES TO phraseQualif
        STRING "QUALIFICATIONS EXPIRANT AVANT LE " wDateHorizon(7:2)
            "/" wDateHorizon(5:2) "/" wDateHorizon(1:4)
            " (RAPPORT DU " rapDateJour "/" rapDateMois "/"
            rapDateAnnee ")" INTO phraseQualif
        WRITE raqu_tamp FROM phraseQualif

        MOVE 0 TO cptQualifEcheance
        OPEN INPUT fqualifs
        OPEN INPUT femployes
        MOVE 0 TO fdf
        PERFORM WITH TEST AFTER UNTIL fdf = 1
            READ fqualifs NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fql_dateExpiration NOT = 0
                    AND fql_dateExpiration <= wDateHorizon THEN
                        ADD 1 TO cptQualifEcheance
                        MOVE fql_numEmp TO fem_numEmp
                        READ femployes
                            INVALID KEY MOVE SPACES TO fem_nom
                                MOVE SPACES TO fem_prenom
                        END-READ
                        MOVE SPACES TO wMarqueEcheance
                        IF fql_dateExpiration < wDateDuJour THEN
                            MOVE "*** EXPIREE ***" TO wMarqueEcheance
                        END-IF
                        MOVE SPACES TO phraseQualif
                        STRING "Employé n°" fql_numEmp " " fem_nom
                        " " fem_prenom " : " fql_code " expire le "
                        fql_dateExpiration(7:2) "/"
                        fql_dateExpiration(5:2) "/"
                        fql_dateExpiration(1:4) " " wMarqueEcheance
                        INTO phraseQualif
                        WRITE raqu_tamp FROM phraseQualif
                    END-IF
            END-READ
        END-PERFORM
        CLOSE femployes
        CLOSE fqualifs
        IF cptQualifEcheance = 0 THEN
            MOVE "Aucune qualification à renouveler" TO raqu_tamp
            WRITE raqu_tamp
        END-IF
        CLOSE frapportQualif
        DISPLAY "Rapport écrit dans rapport_qualifications.txt ("
            cptQualifEcheance " qualification(s))".


      ******************************************************************
        DISPLAY '7 : verifier capacite enclos'
        DISPLAY '8 : Tableau d occupation du parc'
        DISPLAY '9 : Interventions de maintenance'
        DISPLAY '10 : Relevés d ambiance (air, bassin)'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                when "7" PERFORM ENCLOS_COMPLET
                when "8" PERFORM AFFICHER_OCCUPATION_PARC
                when "9" PERFORM MENU_INTERVENTIONS
                when "10" PERFORM MENU_AMBIANCE
                WHEN "0" PERFORM APPELER_MENU
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.
            MOVE "EN TRAVAUX" TO wEtatEnclos
        END-IF.

      ******************************************************************
      * Relevés d ambiance des enclos : température de l air,
      * humidité, et pour les bassins température de l eau, pH et
      * chlore. Chaque relevé est contrôlé contre les plages tolérées
      * par les espèces hébergées dans l enclos (especes.dat).
        MENU_AMBIANCE.
        DISPLAY 'Que voulez vous faire ?'
        DISPLAY '1 : Saisir un relevé d ambiance'
        DISPLAY '2 : Afficher les relevés d un enclos'
        DISPLAY '3 : Rapport des relevés hors plage'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "1" PERFORM SAISIR_RELEVE
                WHEN "2" PERFORM AFFICHER_RELEVES_ENCLOS
                WHEN "3" PERFORM RAPPORT_EXCURSIONS_AMBIANCE
                WHEN "0" CONTINUE
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.

      ******************************************************************
      * Saisie d un relevé ; un relevé déjà saisi pour le même enclos,
      * la même date et la même heure est corrigé. Le relevé est
      * aussitôt contrôlé et les valeurs hors plage sont affichées.
        SAISIR_RELEVE.
        OPEN INPUT fenclos
        MOVE 0 TO enclosNonExistant
        PERFORM WITH TEST AFTER UNTIL enclosNonExistant = 1
            DISPLAY "Quel est le numéro de l enclos ?"
            ACCEPT numEnclosA
            MOVE numEnclosA TO fe_numE
            READ fenclos
                INVALID KEY DISPLAY "Enclos non existant"
                NOT INVALID KEY MOVE 1 TO enclosNonExistant
            END-READ
        END-PERFORM
        CLOSE fenclos

        DISPLAY "Date du relevé :"
        PERFORM DEMANDER_DATE
        PERFORM DEMANDER_HEURE
        DISPLAY "Valeurs relevées, 999 pour une valeur non mesurée"
        DISPLAY "Température de l air (dixièmes de °C, -25 pour"
        DISPLAY "-2,5 °C) ?"
        ACCEPT frl_tempAirDix
        DISPLAY "Humidité (%) ?"
        ACCEPT frl_humidite
        DISPLAY "Température de l eau du bassin (dixièmes de °C) ?"
        ACCEPT frl_tempEauDix
        DISPLAY "pH de l eau (dixièmes, 72 pour 7,2) ?"
        ACCEPT frl_phDix
        DISPLAY "Chlore (centièmes de mg/l, 50 pour 0,50) ?"
        ACCEPT frl_chloreCent
        MOVE numEnclosA TO frl_numEnclos
        COMPUTE frl_date = annee * 10000 + mois * 100 + jour
        MOVE wHeure TO frl_heure
        MOVE wUtilisateurCourant TO frl_numEmp

        OPEN I-O freleves
        WRITE rele_tamp
            INVALID KEY
                REWRITE rele_tamp
                    INVALID KEY DISPLAY "ERREUR : relevé non ajouté"
                    NOT INVALID KEY DISPLAY "Relevé corrigé !"
                END-REWRITE
            NOT INVALID KEY DISPLAY "Relevé enregistré !"
        END-WRITE
        CLOSE freleves

        MOVE numEnclosA TO wEnclosCourant
        PERFORM AMBIANCE_CHARGER_ESPECES
        MOVE 1 TO wAmbSortie
        PERFORM AMBIANCE_CONTROLER_RELEVE
        IF TAE-COUNT = 0 THEN
            DISPLAY "Aucune plage définie pour les espèces "
                "de l enclos"
        ELSE
            IF releveHorsPlage = 0 THEN
                DISPLAY "Relevé dans les plages des espèces "
                    "hébergées"
            END-IF
        END-IF.

      ******************************************************************
        AFFICHER_RELEVES_ENCLOS.
        DISPLAY "Quel est le numéro de l enclos ?"
        ACCEPT numEnclosA
        OPEN INPUT freleves
        MOVE numEnclosA TO frl_numEnclos
        MOVE 0 TO frl_date
        MOVE 0 TO frl_heure
        MOVE 0 TO fdfAmb
        MOVE 0 TO releveTrouve
        START freleves KEY IS >= frl_cle
            INVALID KEY MOVE 1 TO fdfAmb
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdfAmb = 1
            READ freleves NEXT
                AT END MOVE 1 TO fdfAmb
                NOT AT END
                    IF frl_numEnclos NOT = numEnclosA THEN
                        MOVE 1 TO fdfAmb
                    ELSE
                        MOVE 1 TO releveTrouve
                        PERFORM AFFICHER_LIGNE_RELEVE
                    END-IF
            END-READ
        END-PERFORM
        IF releveTrouve = 0 THEN
            DISPLAY "Aucun relevé pour cet enclos"
        END-IF
        CLOSE freleves.

      ******************************************************************
        AFFICHER_LIGNE_RELEVE.
        MOVE frl_tempAirDix TO wAmbBrut
        MOVE 10 TO wAmbDiviseur
        PERFORM FORMATER_AMBIANCE
        MOVE wAmbTexte TO TAT-TEXTE(1)
        MOVE frl_humidite TO wAmbBrut
        MOVE 1 TO wAmbDiviseur
        PERFORM FORMATER_AMBIANCE
        MOVE wAmbTexte TO TAT-TEXTE(2)
        MOVE frl_tempEauDix TO wAmbBrut
        MOVE 10 TO wAmbDiviseur
        PERFORM FORMATER_AMBIANCE
        MOVE wAmbTexte TO TAT-TEXTE(3)
        MOVE frl_phDix TO wAmbBrut
        MOVE 10 TO wAmbDiviseur
        PERFORM FORMATER_AMBIANCE
        MOVE wAmbTexte TO TAT-TEXTE(4)
        MOVE frl_chloreCent TO wAmbBrut
        MOVE 100 TO wAmbDiviseur
        PERFORM FORMATER_AMBIANCE
        MOVE wAmbTexte TO TAT-TEXTE(5)
        MOVE SPACES TO phraseAmbiance
        STRING frl_date(7:2) "/" frl_date(5:2) "/" frl_date(1:4)
            " " frl_heure(1:2) "h" frl_heure(3:2) " air "
            TAT-TEXTE(1) " °C, humidité " TAT-TEXTE(2) " %, eau "
            TAT-TEXTE(3) " °C, pH " TAT-TEXTE(4) ", chlore "
            TAT-TEXTE(5) " mg/l" INTO phraseAmbiance
        DISPLAY phraseAmbiance.

      ******************************************************************
      * Mise en forme dans wAmbTexte de la valeur wAmbBrut exprimée
      * en unités / wAmbDiviseur (1, 10 ou 100) ; n.m. pour 999.
        FORMATER_AMBIANCE.
        IF wAmbBrut = 999 THEN
            MOVE "n.m." TO wAmbTexte
        ELSE
            EVALUATE wAmbDiviseur
                WHEN 10
                    COMPUTE wAmbDec1 = wAmbBrut / 10
                    MOVE wAmbDec1 TO wAmbEd1
                    MOVE wAmbEd1 TO wAmbTexte
                WHEN 100
                    COMPUTE wAmbDec2 = wAmbBrut / 100
                    MOVE wAmbDec2 TO wAmbEd2
                    MOVE wAmbEd2 TO wAmbTexte
                WHEN OTHER
                    MOVE wAmbBrut TO wAmbEd0
                    MOVE wAmbEd0 TO wAmbTexte
            END-EVALUATE
        END-IF.

      ******************************************************************
      * Constitution de TAB-AMB-ESPECE : la fiche espèce (plages
      * comprises) de chaque espèce différente hébergée dans l enclos
      * wEnclosCourant, d après les animaux qui s y trouvent
      * (fa_numEnclos). Ecrase anim_tamp et espe_tamp.
        AMBIANCE_CHARGER_ESPECES.
        MOVE 0 TO TAE-COUNT
        OPEN INPUT fanimaux
        OPEN INPUT fespeces
        MOVE wEnclosCourant TO fa_numEnclos
        MOVE 0 TO fdz
        START fanimaux, KEY IS = fa_numEnclos
            INVALID KEY MOVE 1 TO fdz
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdz = 1
            READ fanimaux NEXT
                AT END MOVE 1 TO fdz
                NOT AT END
                    IF fa_numEnclos NOT = wEnclosCourant THEN
                        MOVE 1 TO fdz
                    ELSE
                        MOVE 0 TO TAE-TROUVE
                        PERFORM VARYING TAE-I FROM 1 BY 1
                        UNTIL TAE-I > TAE-COUNT
                            IF TAE-FICHE(TAE-I)(1:30) = fa_espece THEN
                                MOVE 1 TO TAE-TROUVE
                            END-IF
                        END-PERFORM
                        IF TAE-TROUVE = 0 AND TAE-COUNT < 30 THEN
                            MOVE fa_espece TO fsp_espece
                            READ fespeces
                                INVALID KEY CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO TAE-COUNT
                                    MOVE espe_tamp
                                        TO TAE-FICHE(TAE-COUNT)
                            END-READ
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fespeces
        CLOSE fanimaux.

      ******************************************************************
      * Contrôle du relevé courant (rele_tamp) contre les plages de
      * chaque espèce de TAB-AMB-ESPECE. Chaque valeur hors plage
      * donne une ligne, affichée (wAmbSortie = 1) ou écrite dans
      * rapport_ambiance.txt (wAmbSortie = 2) ; releveHorsPlage passe
      * à 1 s il y en a au moins une.
        AMBIANCE_CONTROLER_RELEVE.
        MOVE 0 TO releveHorsPlage
        PERFORM VARYING TAE-I FROM 1 BY 1 UNTIL TAE-I > TAE-COUNT
            MOVE TAE-FICHE(TAE-I) TO espe_tamp
            MOVE "Température air" TO wAmbLibelle
            MOVE frl_tempAirDix TO wAmbValeur
            MOVE fsp_tempAirMinDix TO wAmbMin
            MOVE fsp_tempAirMaxDix TO wAmbMax
            MOVE 10 TO wAmbDiviseur
            PERFORM AMBIANCE_CONTROLER_VALEUR
            MOVE "Humidité" TO wAmbLibelle
            MOVE frl_humidite TO wAmbValeur
            MOVE fsp_humiditeMin TO wAmbMin
            MOVE fsp_humiditeMax TO wAmbMax
            MOVE 1 TO wAmbDiviseur
            PERFORM AMBIANCE_CONTROLER_VALEUR
            MOVE "Température eau" TO wAmbLibelle
            MOVE frl_tempEauDix TO wAmbValeur
            MOVE fsp_tempEauMinDix TO wAmbMin
            MOVE fsp_tempEauMaxDix TO wAmbMax
            MOVE 10 TO wAmbDiviseur
            PERFORM AMBIANCE_CONTROLER_VALEUR
            MOVE "pH" TO wAmbLibelle
            MOVE frl_phDix TO wAmbValeur
            MOVE fsp_phMinDix TO wAmbMin
            MOVE fsp_phMaxDix TO wAmbMax
            MOVE 10 TO wAmbDiviseur
            PERFORM AMBIANCE_CONTROLER_VALEUR
            MOVE "Chlore" TO wAmbLibelle
            MOVE frl_chloreCent TO wAmbValeur
            MOVE fsp_chloreMinCent TO wAmbMin
            MOVE fsp_chloreMaxCent TO wAmbMax
            MOVE 100 TO wAmbDiviseur
            PERFORM AMBIANCE_CONTROLER_VALEUR
        END-PERFORM.

      ******************************************************************
      * Une valeur non mesurée (999) ou un paramètre non suivi pour
      * l espèce (minimum et maximum à 0) n est pas contrôlé. Les
      * températures sont signées : un relevé sous zéro est comparé
      * comme tel au minimum de l espèce.
        AMBIANCE_CONTROLER_VALEUR.
        IF wAmbValeur NOT = 999
        AND (wAmbMin NOT = 0 OR wAmbMax NOT = 0)
        AND (wAmbValeur < wAmbMin OR wAmbValeur > wAmbMax) THEN
            MOVE 1 TO releveHorsPlage
            MOVE wAmbValeur TO wAmbBrut
            PERFORM FORMATER_AMBIANCE
            MOVE wAmbTexte TO wAmbTexteVal
            MOVE wAmbMin TO wAmbBrut
            PERFORM FORMATER_AMBIANCE
            MOVE wAmbTexte TO wAmbTexteMin
            MOVE wAmbMax TO wAmbBrut
            PERFORM FORMATER_AMBIANCE
            MOVE wAmbTexte TO wAmbTexteMax
            MOVE SPACES TO phraseAmbiance
            STRING "Enclos n°" frl_numEnclos " le " frl_date(7:2)
                "/" frl_date(5:2) "/" frl_date(1:4) " à "
                frl_heure(1:2) "h" frl_heure(3:2) " : " wAmbLibelle
                " " wAmbTexteVal " hors plage " wAmbTexteMin " à "
                wAmbTexteMax " (" DELIMITED BY SIZE
                fsp_espece DELIMITED BY "  "
                ")" DELIMITED BY SIZE INTO phraseAmbiance
            IF wAmbSortie = 1 THEN
                DISPLAY phraseAmbiance
            ELSE
                ADD 1 TO cptExcursions
                WRITE ramb_tamp FROM phraseAmbiance
            END-IF
        END-IF.

      ******************************************************************
      * Rapport des relevés hors plage sur une période, enclos par
      * enclos, dans rapport_ambiance.txt. A partir de seuilExcursions
      * relevés hors plage dans la période, le rapport propose
      * d ouvrir une intervention sur l enclos s il n y en a pas déjà
      * une ouverte.
        RAPPORT_EXCURSIONS_AMBIANCE.
        MOVE 0 TO wDateFinAmb
        PERFORM WITH TEST AFTER UNTIL wDateFinAmb >= wDateDebutAmb
            DISPLAY "Premier jour de la période :"
            PERFORM DEMANDER_DATE
            COMPUTE wDateDebutAmb = annee * 10000 + mois * 100 + jour
            DISPLAY "Dernier jour de la période :"
            PERFORM DEMANDER_DATE
            COMPUTE wDateFinAmb = annee * 10000 + mois * 100 + jour
            IF wDateFinAmb < wDateDebutAmb THEN
                DISPLAY "La fin est antérieure au début"
            END-IF
        END-PERFORM

        OPEN OUTPUT frapportAmbiance
        MOVE SPACES TO phraseAmbiance
        STRING "RELEVES D AMBIANCE HORS PLAGE DU " wDateDebutAmb(7:2)
            "/" wDateDebutAmb(5:2) "/" wDateDebutAmb(1:4) " AU "
            wDateFinAmb(7:2) "/" wDateFinAmb(5:2) "/"
            wDateFinAmb(1:4) INTO phraseAmbiance
        WRITE ramb_tamp FROM phraseAmbiance

        MOVE 0 TO cptExcursions
        MOVE 0 TO wEnclosCourant
        MOVE 2 TO wAmbSortie
        OPEN INPUT freleves
        MOVE 0 TO fdfAmb
        PERFORM WITH TEST AFTER UNTIL fdfAmb = 1
            READ freleves NEXT
                AT END MOVE 1 TO fdfAmb
                NOT AT END
                    IF frl_date >= wDateDebutAmb
                    AND frl_date <= wDateFinAmb THEN
                        IF frl_numEnclos NOT = wEnclosCourant THEN
                            IF wEnclosCourant NOT = 0 THEN
                                PERFORM AMBIANCE_FIN_ENCLOS
                            END-IF
                            PERFORM AMBIANCE_DEBUT_ENCLOS
                        END-IF
                        ADD 1 TO cptRelevesEnclos
                        PERFORM AMBIANCE_CONTROLER_RELEVE
                        IF releveHorsPlage = 1 THEN
                            ADD 1 TO cptExcursionsEnclos
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF wEnclosCourant NOT = 0 THEN
            PERFORM AMBIANCE_FIN_ENCLOS
        ELSE
            MOVE "Aucun relevé sur la période" TO ramb_tamp
            WRITE ramb_tamp
        END-IF
        CLOSE freleves
        CLOSE frapportAmbiance
        DISPLAY "Rapport écrit dans rapport_ambiance.txt ("
            cptExcursions " valeur(s) hors plage)".

      ******************************************************************
        AMBIANCE_DEBUT_ENCLOS.
        MOVE frl_numEnclos TO wEnclosCourant
        MOVE 0 TO cptRelevesEnclos
        MOVE 0 TO cptExcursionsEnclos
        MOVE SPACES TO phraseAmbiance
        STRING "--- Enclos n°" wEnclosCourant " ---"
            INTO phraseAmbiance
        WRITE ramb_tamp FROM phraseAmbiance
        PERFORM AMBIANCE_CHARGER_ESPECES
        IF TAE-COUNT = 0 THEN
            MOVE "Aucune plage définie pour les espèces hébergées"
                TO ramb_tamp
            WRITE ramb_tamp
        END-IF.

      ******************************************************************
      * Bilan de l enclos wEnclosCourant, et proposition d ouvrir une
      * intervention quand les excursions se répètent.
        AMBIANCE_FIN_ENCLOS.
        MOVE SPACES TO phraseAmbiance
        STRING "Enclos n°" wEnclosCourant " : " cptRelevesEnclos
            " relevé(s), " cptExcursionsEnclos " hors plage"
            INTO phraseAmbiance
        WRITE ramb_tamp FROM phraseAmbiance
        IF cptExcursionsEnclos >= seuilExcursions THEN
            MOVE 0 TO wInterventionOuverte
            OPEN INPUT fintervention
            MOVE wEnclosCourant TO fi_numEnclos
            MOVE 0 TO fdz
            START fintervention KEY IS = fi_numEnclos
                INVALID KEY MOVE 1 TO fdz
            END-START
            PERFORM WITH TEST BEFORE UNTIL fdz = 1
                READ fintervention NEXT
                    AT END MOVE 1 TO fdz
                    NOT AT END
                        IF fi_numEnclos NOT = wEnclosCourant THEN
                            MOVE 1 TO fdz
                        ELSE
                            IF fi_statut = "OUVERTE" THEN
                                MOVE fi_numI TO wInterventionOuverte
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE fintervention
            MOVE SPACES TO phraseAmbiance
            IF wInterventionOuverte = 0 THEN
                STRING "*** Excursions répétées : ouvrir une "
                    "intervention sur l enclos n°" wEnclosCourant
                    " ***" INTO phraseAmbiance
            ELSE
                STRING "Excursions répétées, intervention n°"
                    wInterventionOuverte " déjà ouverte"
                    INTO phraseAmbiance
            END-IF
            WRITE ramb_tamp FROM phraseAmbiance
        END-IF.

      ******************************************************************
      * Ordres d intervention de maintenance sur les enclos. Une
      * intervention de sécurité ouverte interdit tout placement
            MOVE 0 TO fi_securite
        END-IF
        MOVE 0 TO fi_dateCloture
        MOVE 0 TO fi_cout
        WRITE inte_tamp
            INVALID KEY DISPLAY "ERREUR : intervention non ouverte"
            NOT INVALID KEY DISPLAY "Intervention ouverte !"
        END-WRITE
        CLOSE fintervention
      * Un problème de sécurité part aussitôt à l employé d astreinte
        IF choixSecurite = 1 THEN
            MOVE "SECURITE" TO wAlType
            MOVE wNumIntervention TO wAlRefNum
            MOVE wAlRefNum TO wAlReference
            MOVE "CRITIQUE" TO wAlSeverite
            MOVE numEnclosA TO wAlEnclos
            MOVE 0 TO wAlAnimal
            MOVE SPACES TO wAlMessage
            STRING "Sécurité, intervention n°" wNumIntervention
                " : " wProbleme INTO wAlMessage
            PERFORM ALERTE_LEVER
        END-IF

      * L enclos passe à l état EN TRAVAUX
        OPEN I-O fenclos
                    MOVE FUNCTION CURRENT-DATE(7:2) TO rapDateJour
                    COMPUTE fi_dateCloture = rapDateAnnee * 10000
                        + rapDateMois * 100 + rapDateJour
                    DISPLAY "Coût de l intervention (en €, 0 si "
                        "aucun) ?"
                    ACCEPT wCoutIntervention
                    MOVE wCoutIntervention TO fi_cout
                    MOVE fi_statut TO wAuditApres
                    REWRITE inte_tamp
                    END-REWRITE
        MOVE "OUVERTE" TO fi_statut
        MOVE 0 TO fi_securite
        MOVE 0 TO fi_dateCloture
        MOVE 0 TO fi_cout
        WRITE inte_tamp
            INVALID KEY
                MOVE SPACES TO phraseTache
        DISPLAY '5 : Définir le groupe de compatibilité d une espèce'
        DISPLAY '6 : Afficher le groupe de compatibilité d une espèce'
        DISPLAY '7 : Editer le studbook d une espèce'
        DISPLAY '8 : Définir les plages d ambiance d une espèce'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "5" PERFORM AJOUT_COMPAT
                WHEN "6" PERFORM AFFICHER_COMPAT
                WHEN "7" PERFORM STUDBOOK_ESPECE
                WHEN "8" PERFORM DEFINIR_PLAGES_ESPECE
                WHEN "0" PERFORM APPELER_MENU
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.
        DISPLAY "Intervalle de rappel vaccin (en jours) ?"
        ACCEPT wIntervalleVaccin
        MOVE wIntervalleVaccin TO fsp_intervalleVaccin
        PERFORM INITIALISER_PLAGES_ESPECE
        WRITE espe_tamp
            INVALID KEY DISPLAY "ERREUR : espèce non ajoutée"
            NOT INVALID KEY DISPLAY "Espèce ajoutée !"
                DISPLAY "Espèce : " fsp_espece
                DISPLAY "Intervalle de rappel vaccin : "
                    fsp_intervalleVaccin " jours"
                PERFORM AFFICHER_PLAGES_ESPECE
        END-READ
        CLOSE fespeces.

      ******************************************************************
      * Plages d ambiance tolérées par une espèce, utilisées pour le
      * contrôle des relevés des enclos qui l hébergent.
        DEFINIR_PLAGES_ESPECE.
        OPEN I-O fespeces
        MOVE 0 TO especeTrouvee
        PERFORM WITH TEST AFTER UNTIL especeTrouvee = 1
            DISPLAY "Pour quelle espèce ?"
            ACCEPT wEspece
            MOVE wEspece TO fsp_espece
            READ fespeces
                INVALID KEY DISPLAY "Cette espèce n existe pas"
                NOT INVALID KEY MOVE 1 TO especeTrouvee
            END-READ
        END-PERFORM
        MOVE fsp_plagesAmbiance TO wAuditAvant
        DISPLAY "Pour chaque paramètre, minimum et maximum à 0 s il"
        DISPLAY "n est pas suivi pour cette espèce ; températures"
        DISPLAY "négatives précédées du signe moins"
        DISPLAY "(-50 pour -5 °C)"
        MOVE "Temp. air 1/10 °C" TO wAmbLibelle
        PERFORM DEMANDER_PLAGE
        MOVE wAmbMin TO fsp_tempAirMinDix
        MOVE wAmbMax TO fsp_tempAirMaxDix
        MOVE "Humidité %" TO wAmbLibelle
        PERFORM DEMANDER_PLAGE
        MOVE wAmbMin TO fsp_humiditeMin
        MOVE wAmbMax TO fsp_humiditeMax
        MOVE "Temp. eau 1/10 °C" TO wAmbLibelle
        PERFORM DEMANDER_PLAGE
        MOVE wAmbMin TO fsp_tempEauMinDix
        MOVE wAmbMax TO fsp_tempEauMaxDix
        MOVE "pH en 1/10" TO wAmbLibelle
        PERFORM DEMANDER_PLAGE
        MOVE wAmbMin TO fsp_phMinDix
        MOVE wAmbMax TO fsp_phMaxDix
        MOVE "Chlore 1/100 mg/l" TO wAmbLibelle
        PERFORM DEMANDER_PLAGE
        MOVE wAmbMin TO fsp_chloreMinCent
        MOVE wAmbMax TO fsp_chloreMaxCent
        REWRITE espe_tamp
            INVALID KEY DISPLAY "ERREUR : plages non enregistrées"
            NOT INVALID KEY DISPLAY "Plages enregistrées !"
        END-REWRITE
        MOVE fsp_plagesAmbiance TO wAuditApres
        CLOSE fespeces
        MOVE "ESPECES" TO wAuditFichier
        MOVE "MODIF" TO wAuditOperation
        MOVE wEspece TO wAuditCle
        PERFORM AUDIT_ECRIRE.

      ******************************************************************
      * Saisie du minimum et du maximum du paramètre wAmbLibelle,
      * laissés dans wAmbMin et wAmbMax (0 et 0 si non suivi).
        DEMANDER_PLAGE.
        PERFORM WITH TEST AFTER UNTIL wAmbMax >= wAmbMin
            DISPLAY wAmbLibelle " : minimum ?"
            ACCEPT wAmbMin
            DISPLAY wAmbLibelle " : maximum ?"
            ACCEPT wAmbMax
            IF wAmbMax < wAmbMin THEN
                DISPLAY "Le maximum est inférieur au minimum"
            END-IF
        END-PERFORM.

      ******************************************************************
      * Affichage des plages de l espèce lue dans espe_tamp.
        AFFICHER_PLAGES_ESPECE.
        IF fsp_tempAirMinDix NOT NUMERIC
        OR fsp_humiditeMin NOT NUMERIC THEN
            PERFORM INITIALISER_PLAGES_ESPECE
        END-IF
        MOVE "Température air" TO wAmbLibelle
        MOVE fsp_tempAirMinDix TO wAmbMin
        MOVE fsp_tempAirMaxDix TO wAmbMax
        MOVE 10 TO wAmbDiviseur
        PERFORM AFFICHER_PLAGE
        MOVE "Humidité" TO wAmbLibelle
        MOVE fsp_humiditeMin TO wAmbMin
        MOVE fsp_humiditeMax TO wAmbMax
        MOVE 1 TO wAmbDiviseur
        PERFORM AFFICHER_PLAGE
        MOVE "Température eau" TO wAmbLibelle
        MOVE fsp_tempEauMinDix TO wAmbMin
        MOVE fsp_tempEauMaxDix TO wAmbMax
        MOVE 10 TO wAmbDiviseur
        PERFORM AFFICHER_PLAGE
        MOVE "pH" TO wAmbLibelle
        MOVE fsp_phMinDix TO wAmbMin
        MOVE fsp_phMaxDix TO wAmbMax
        MOVE 10 TO wAmbDiviseur
        PERFORM AFFICHER_PLAGE
        MOVE "Chlore" TO wAmbLibelle
        MOVE fsp_chloreMinCent TO wAmbMin
        MOVE fsp_chloreMaxCent TO wAmbMax
        MOVE 100 TO wAmbDiviseur
        PERFORM AFFICHER_PLAGE.

      ******************************************************************
        AFFICHER_PLAGE.
        IF wAmbMin = 0 AND wAmbMax = 0 THEN
            DISPLAY wAmbLibelle " : non suivi"
        ELSE
            MOVE wAmbMin TO wAmbBrut
            PERFORM FORMATER_AMBIANCE
            MOVE wAmbTexte TO wAmbTexteMin
            MOVE wAmbMax TO wAmbBrut
            PERFORM FORMATER_AMBIANCE
            MOVE wAmbTexte TO wAmbTexteMax
            DISPLAY wAmbLibelle " : " wAmbTexteMin " à " wAmbTexteMax
        END-IF.

      ******************************************************************
      * Plages de l espèce (espe_tamp) à 0 : aucun paramètre suivi
        INITIALISER_PLAGES_ESPECE.
        MOVE 0 TO fsp_tempAirMinDix
        MOVE 0 TO fsp_tempAirMaxDix
        MOVE 0 TO fsp_humiditeMin
        MOVE 0 TO fsp_humiditeMax
        MOVE 0 TO fsp_tempEauMinDix
        MOVE 0 TO fsp_tempEauMaxDix
        MOVE 0 TO fsp_phMinDix
        MOVE 0 TO fsp_phMaxDix
        MOVE 0 TO fsp_chloreMinCent
        MOVE 0 TO fsp_chloreMaxCent.

      ******************************************************************
      * Plages d une fiche espèce sauvegardée avant les températures
      * signées (especSauv_tamp sur 64 caractères) reportées dans
      * espe_tamp
        CONVERTIR_ESPECE_SANS_SIGNE.
        MOVE especSauv_tamp TO especeSansSigne
        MOVE essTempAirMin TO fsp_tempAirMinDix
        MOVE essTempAirMax TO fsp_tempAirMaxDix
        MOVE essHumiditeMin TO fsp_humiditeMin
        MOVE essHumiditeMax TO fsp_humiditeMax
        MOVE essTempEauMin TO fsp_tempEauMinDix
        MOVE essTempEauMax TO fsp_tempEauMaxDix
        MOVE essPhMin TO fsp_phMinDix
        MOVE essPhMax TO fsp_phMaxDix
        MOVE essChloreMin TO fsp_chloreMinCent
        MOVE essChloreMax TO fsp_chloreMaxCent.

      ******************************************************************
      * Valeurs d un relevé sauvegardé avant les températures signées
      * (releSauv_tamp sur 34 caractères) reportées dans rele_tamp
        CONVERTIR_RELEVE_SANS_SIGNE.
        MOVE releSauv_tamp TO releveSansSigne
        MOVE rssTempAir TO frl_tempAirDix
        MOVE rssHumidite TO frl_humidite
        MOVE rssTempEau TO frl_tempEauDix
        MOVE rssPh TO frl_phDix
        MOVE rssChlore TO frl_chloreCent
        MOVE rssNumEmp TO frl_numEmp.

      ******************************************************************
      * Parcours des animaux et constitution de la table des rappels
      * de vaccin en retard, par rapport à l intervalle de l espece
            DISPLAY "Refus : l employé est déjà affecté à "
                "l enclos n°" frt_numEnclos " ce jour-là"
        END-IF
      * Refus aussi si l employé n a pas, à cette date, toutes les
      * qualifications exigées pour l enclos et pour les espèces qui
      * y sont hébergées
        PERFORM VERIFIER_QUALIFICATION_AFFECTATION
        IF qualifManquante = 1 THEN
            DISPLAY "Refus : qualification " wCodeManquant
            DISPLAY "absente ou non valide à cette date"
        END-IF

        IF absenceTrouvee = 0 AND dejaAffecte = 0
        AND qualifManquante = 0 THEN
            MOVE wNumAffectation TO frt_numAffectation
            MOVE numeroSoigneur TO frt_numEmp
            MOVE numEnclosA TO frt_numEnclos
            END-READ
        END-PERFORM.

      ******************************************************************
      * Vérifie que l employé numeroSoigneur détient, à la date
      * wDateCle, toutes les qualifications exigées pour l enclos
      * numEnclosA et pour chacune des espèces qui y sont hébergées.
      * Renvoie qualifManquante = 1 et le premier code manquant dans
      * wCodeManquant. Ne touche ni à frota ni à rota_tamp.
        VERIFIER_QUALIFICATION_AFFECTATION.
        MOVE 0 TO qualifManquante
        MOVE SPACES TO wCodeManquant
        MOVE 0 TO TQR-COUNT

        OPEN INPUT fqualreq
        MOVE "ENCLOS" TO wTypeCible
        MOVE SPACES TO wCible
        MOVE numEnclosA TO wCible
        PERFORM QUALIF_REQUISES_CIBLE

        OPEN INPUT fanimaux
        MOVE numEnclosA TO fa_numEnclos
        MOVE 0 TO fdf
        START fanimaux, KEY IS = fa_numEnclos
            INVALID KEY MOVE 1 TO fdf
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdf = 1
            READ fanimaux NEXT
                AT END MOVE 1 TO fdf
                NOT AT END
                    IF fa_numEnclos NOT = numEnclosA THEN
                        MOVE 1 TO fdf
                    ELSE
                        MOVE "ESPECE" TO wTypeCible
                        MOVE fa_espece TO wCible
                        PERFORM QUALIF_REQUISES_CIBLE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE fanimaux
        CLOSE fqualreq

        OPEN INPUT fqualifs
        PERFORM VARYING TQR-I FROM 1 BY 1 UNTIL TQR-I > TQR-COUNT
        OR qualifManquante = 1
            MOVE numeroSoigneur TO fql_numEmp
            MOVE TQR-CODE(TQR-I) TO fql_code
            MOVE 0 TO qualifTrouvee
            READ fqualifs
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF fql_dateObtention <= wDateCle
                    AND (fql_dateExpiration = 0
                    OR fql_dateExpiration >= wDateCle) THEN
                        MOVE 1 TO qualifTrouvee
                    END-IF
            END-READ
            IF qualifTrouvee = 0 THEN
                MOVE 1 TO qualifManquante
                MOVE TQR-CODE(TQR-I) TO wCodeManquant
            END-IF
        END-PERFORM
        CLOSE fqualifs.

      ******************************************************************
      * Ajoute à TAB-QUALIF-REQUISE, sans doublon, les qualifications
      * exigées pour la cible wTypeCible / wCible. fqualreq est
      * supposé déjà ouvert par l appelant.
        QUALIF_REQUISES_CIBLE.
        MOVE wTypeCible TO fqr_typeCible
        MOVE wCible TO fqr_cible
        MOVE LOW-VALUES TO fqr_code
        MOVE 0 TO fdfQualif
        START fqualreq KEY IS >= fqr_cle
            INVALID KEY MOVE 1 TO fdfQualif
        END-START
        PERFORM WITH TEST BEFORE UNTIL fdfQualif = 1
            READ fqualreq NEXT
                AT END MOVE 1 TO fdfQualif
                NOT AT END
                    IF fqr_typeCible NOT = wTypeCible
                    OR fqr_cible NOT = wCible THEN
                        MOVE 1 TO fdfQualif
                    ELSE
                        MOVE 0 TO TQR-TROUVE
                        PERFORM VARYING TQR-I FROM 1 BY 1
                        UNTIL TQR-I > TQR-COUNT
                            IF TQR-CODE(TQR-I) = fqr_code THEN
                                MOVE 1 TO TQR-TROUVE
                            END-IF
                        END-PERFORM
                        IF TQR-TROUVE = 0 AND TQR-COUNT < 30 THEN
                            ADD 1 TO TQR-COUNT
                            MOVE fqr_code TO TQR-CODE(TQR-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

      ******************************************************************
      * Affiche, pour une date donnée, les employés affectés à chaque
      * enclos, afin de fiabiliser les numéros de soigneur saisis dans
        MOVE wDateCle TO frt_dateCle
        MOVE 0 TO fdf
        MOVE 0 TO affectationTrouvee
        MOVE 0 TO cptRotaDemain
        START frota KEY IS = frt_dateCle
            INVALID KEY MOVE 1 TO fdf
        END-START
                        MOVE 1 TO fdf
                    ELSE
                        MOVE 1 TO affectationTrouvee
                        ADD 1 TO cptRotaDemain
                        MOVE frt_numEmp TO fem_numEmp
                        MOVE SPACES TO phraseRota
                        READ femployes
        DISPLAY '2 : Clore un incident (suite donnée)'
        DISPLAY '3 : Afficher un incident'
        DISPLAY '4 : Rapport des incidents d une période'
        DISPLAY '5 : Alertes en attente d acquittement'
        DISPLAY '6 : Acquitter une alerte'
        DISPLAY '0 : Retour'
        ACCEPT choix
        EVALUATE choix
                WHEN "2" PERFORM CLORE_INCIDENT
                WHEN "3" PERFORM AFFICHER_INCIDENT
                WHEN "4" PERFORM RAPPORT_INCIDENTS
                WHEN "5" PERFORM AFFICHER_ALERTES_NON_ACQ
                WHEN "6" PERFORM ACQUITTER_ALERTE
                WHEN "0" PERFORM APPELER_MENU
                WHEN other DISPLAY "Commande non comprise" CHOIX
        END-EVALUATE.
            NOT INVALID KEY DISPLAY "Incident n°" wNumIncident
                " enregistré"
        END-WRITE
        CLOSE fincidents
      * Un incident grave part aussitôt à l employé d astreinte
        IF wGraviteInc = 3 THEN
            MOVE "INCIDENT" TO wAlType
            MOVE wNumIncident TO wAlRefNum
            MOVE wAlRefNum TO wAlReference
            MOVE "CRITIQUE" TO wAlSeverite
            MOVE numEnclosA TO wAlEnclos
            MOVE numeroAnimal TO wAlAnimal
            MOVE SPACES TO wAlMessage
            STRING "Incident grave n°" wNumIncident " : " wRecitInc
                INTO wAlMessage
            PERFORM ALERTE_LEVER
        END-IF.

      ******************************************************************
      * Clôture d un incident : la suite donnée est consignée et le
