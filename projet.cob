    ORGANIZATION INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY fco_nomFic
    LOCK MODE IS MANUAL
    FILE STATUS IS fcontrole_stat.
SELECT fmouvements ASSIGN TO "mouvements.dat"
    ORGANIZATION INDEXED
    ALTERNATE RECORD KEY fau_idCrime WITH DUPLICATES
    FILE STATUS IS fau_stat.

*> ordonnances de restitution ou de destruction executees, une par
*> piece a conviction sortie definitivement de sa box
SELECT fordonnances ASSIGN TO "ordonnances.dat"
    ORGANIZATION INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY fo_idPiece
    FILE STATUS IS ford_stat.

*> autres identites connues des personnes (alias, nom de jeune
*> fille, fausse identite), rattachees par cle secondaire
SELECT falias ASSIGN TO "alias.dat"
    ORGANIZATION INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY fal_idAlias
    ALTERNATE RECORD KEY fal_idPers WITH DUPLICATES
    FILE STATUS IS fali_stat.

*> extraits sequentiels pour la sauvegarde, la reconstruction des
*> fichiers indexes et l'alimentation de l'entrepot national
SELECT xenquetes ASSIGN TO "enquetes.exp"
SELECT xaudiences ASSIGN TO "audiences.exp"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS xaud_stat.
SELECT xordonnances ASSIGN TO "ordonnances.exp"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS xord_stat.
SELECT xalias ASSIGN TO "alias.exp"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS xali_stat.

*> etat mensuel de gestion imprime pour la prefecture
SELECT fetat ASSIGN TO "etat-mensuel.txt"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS fsuivi_stat.

*> fichier de resultats depose par le laboratoire, et rapport des
*> lignes qui n'ont pu etre appliquees
SELECT flabo ASSIGN TO "resultats-labo.txt"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS flabo_stat.
SELECT frejets ASSIGN TO "analyses-rejets.txt"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS frej_stat.

*> proces-verbal de restitution ou de destruction d'une piece, signe
*> par l'agent, le destinataire ou le temoin et le responsable
SELECT fpvpiece ASSIGN TO "pv-restitution-destruction.txt"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS fpvp_stat.

*> mode automate : quand batch.par est present au lancement, les
*> travaux de nuit qu'il demande tournent sans operateur, la trace
*> va dans batch.log et le code retour avertit l'ordonnanceur
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS fsem_stat.

*> proces-verbal de passation lors du depart d'un agent (retraite,
*> mutation), signe par le chef de service, l'agent et le successeur
SELECT fpassation ASSIGN TO "passation-agent.txt"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS fpass_stat.

*> anciennes longueurs d'enregistrement d'agents.dat et archives.dat
*> (avant mot de passe/habilitation et date de cloture), pour la
*> conversion automatique au premier lancement sur un fichier ancien
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS fcnvr_stat.

*> ancienne longueur de crimes.dat et crimeshist.dat (avant la
*> categorie d'infraction), pour la conversion au premier lancement
SELECT fcrimesAncien ASSIGN TO "crimes.dat"
    ORGANIZATION INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY fcro_idCrime
    FILE STATUS IS fcro_stat.
SELECT fcrimesHistAncien ASSIGN TO "crimeshist.dat"
    ORGANIZATION INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY fcho_idCrime
    FILE STATUS IS fcho_stat.
SELECT fcnvCrimes ASSIGN TO "crimes.cnv"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS fcnvc_stat.
SELECT fcnvCrimesHist ASSIGN TO "crimeshist.cnv"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS fcnvh_stat.

*> ancienne longueur de journal.dat (avant le sceau des traces),
*> pour la conversion au premier lancement
SELECT fjournalAncien ASSIGN TO "journal.dat"
    ORGANIZATION INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY fjo_idJour
    FILE STATUS IS fjo_stat.
SELECT fcnvJournal ASSIGN TO "journal.cnv"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS fcnvj_stat.

*> rapport des prescriptions de l'action publique proches ou
*> acquises, remis aux chefs d'enquete
SELECT fprescription ASSIGN TO "prescriptions.txt"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS fpres_stat.

*> rapport des rapprochements de crimes entre enquetes, remis aux
*> chefs d'enquete pour decider d'une jonction
SELECT frapprochement ASSIGN TO "rapprochements.txt"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS frap_stat.

*> paquet de transfert d'une enquete a un autre service, et rapport
*> de reception etabli par le service destinataire
SELECT ftransfert ASSIGN TO "transfert.dat"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS ftrf_stat.
SELECT freception ASSIGN TO "transfert-reception.txt"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS frec_stat.


DATA DIVISION.
FILE SECTION.

*> fa_motPasse porte l'empreinte du mot de passe (jamais le clair) ;
*> fa_statut vaut A (actif), F (changement de mot de passe force au
*> prochain passage), V (compte verrouille apres echecs repetes) ou
*> D (agent parti : compte desactive mais conserve, le journal et la
*> chaine de garde devant toujours resoudre le matricule)
FD fagents.
    01 agentTampon.
        02 fa_matr PIC A(5).
        02 FILLER PIC A(1).
        02 far_dc-annee PIC 9(4).

*> fc_categorie vaut crime, delit ou contravention et fixe le delai
*> de prescription de l'action publique ; a blanc pour les crimes
*> saisis avant son introduction (prescription non calculable)
FD fcrimes.
    01 crimesTampon.
        02 fc_idCrime PIC 9(5).
        02 fc_date PIC 9(2)A(1)9(2)A(1)9(4).
        02 fc_description PIC A(2000).
        02 fc_idEnquetes PIC 9(5).
        02 fc_categorie PIC A(13).
    01 crimesTampon-Date REDEFINES crimesTampon.
        02 FILLER PIC 9(5).
        02 FILLER PIC A(40).
        02 fc_dt-annee PIC 9(4).
        02 FILLER PIC A(2000).
        02 FILLER PIC 9(5).
        02 FILLER PIC A(13).

FD fboxes.
    01 boxTampon.

*> journal des modifications pour l'inspection generale : une trace
*> par ecriture, correction ou suppression dans les fichiers metier,
*> avec operateur, horodatage et images avant/apres (tronquees) ;
*> fj_sceau chaine chaque trace a la precedente (CALCULER_SCEAU)
FD fjournal.
    01 jourTampon.
        02 fj_idJour PIC 9(10).
        02 fj_heure PIC 9(8).
        02 fj_avant PIC X(200).
        02 fj_apres PIC X(200).
        02 fj_sceau PIC 9(10).

*> etapes des travaux a reprise : "IMP-<fichier>" pour l'import
*> (valeur inutilisee), "PURGE" pour la purge (derniere archive
*> entierement traitee), "TRF<enquete><date>" pour un paquet de
*> transfert deja recu (numero de l'enquete locale)
FD freprise.
    01 repriseTampon.
        02 frp_cle PIC X(16).
        02 FILLER PIC X(100).
        02 FILLER PIC A(7).

*> fo_type : "restituee" ou "detruite" ; fo_beneficiaire porte le
*> destinataire de la restitution ou le temoin de la destruction,
*> fo_idBox la box liberee par l'execution
FD fordonnances.
    01 ordTampon.
        02 fo_idPiece PIC 9(10).
        02 fo_type PIC A(11).
        02 fo_magistrat PIC A(40).
        02 fo_reference PIC X(20).
        02 fo_dateOrdre PIC 9(2)A(1)9(2)A(1)9(4).
        02 fo_beneficiaire PIC A(40).
        02 fo_dateExec PIC 9(2)A(1)9(2)A(1)9(4).
        02 fo_matr PIC A(5).
        02 fo_idBox PIC 9(10).

*> fal_dateNaissance : date declaree sous cette identite, 00/00/0000
*> si inconnue ; fal_source : origine du renseignement
FD falias.
    01 aliasTampon.
        02 fal_idAlias PIC 9(10).
        02 fal_idPers PIC 9(5).
        02 fal_nom PIC A(20).
        02 fal_prenom PIC A(20).
        02 fal_dateNaissance PIC 9(2)A(1)9(2)A(1)9(4).
        02 fal_source PIC A(30).
        02 fal_dateEnreg PIC 9(2)A(1)9(2)A(1)9(4).
    01 aliasTampon-Date REDEFINES aliasTampon.
        02 FILLER PIC 9(10).
        02 FILLER PIC 9(5).
        02 FILLER PIC A(20).
        02 FILLER PIC A(20).
        02 fal_dn-jour PIC 9(2).
        02 FILLER PIC A(1).
        02 fal_dn-mois PIC 9(2).
        02 FILLER PIC A(1).
        02 fal_dn-annee PIC 9(4).
        02 FILLER PIC A(30).
        02 FILLER PIC 9(2)A(1)9(2)A(1)9(4).

*> calendrier des audiences : jusqu'a dix pieces a produire par
*> audience, fau_nbPieces en donne le nombre effectif
FD faudiences.
FD xcrimes.
    01 xcrTampon.
        02 xcr_type PIC X(1).
        02 xcr_donnees PIC X(2073).
FD xboxes.
    01 xboTampon.
        02 xbo_type PIC X(1).
FD xjournal.
    01 xjoTampon.
        02 xjo_type PIC X(1).
        02 xjo_donnees PIC X(468).
FD xactes.
    01 xacTampon.
        02 xac_type PIC X(1).
    01 xauTampon.
        02 xau_type PIC X(1).
        02 xau_donnees PIC X(172).
FD xordonnances.
    01 xorTampon.
        02 xor_type PIC X(1).
        02 xor_donnees PIC X(156).
FD xalias.
    01 xalTampon.
        02 xal_type PIC X(1).
        02 xal_donnees PIC X(105).

FD fetat.
    01 etatLigne PIC X(80).
FD fcrimesHist.
    01 crimesHistTampon.
        02 fch_idCrime PIC 9(5).
        02 fch_reste PIC X(2068).
    *> vue detaillee pour retrouver l'enquete d'origine d'un crime
    *> purge, lors de la reouverture d'une enquete archivee
    01 crimesHistTampon-Detail REDEFINES crimesHistTampon.
        02 FILLER PIC 9(5).
        02 FILLER PIC X(2050).
        02 fch_idEnq PIC 9(5).
        02 FILLER PIC X(13).

FD fpiecesHist.
    01 piecesHistTampon.
FD fsemaine.
    01 semaineLigne PIC X(100).

FD fpassation.
    01 passLigne PIC X(100).

FD fecheances.
    01 echeanceLigne PIC X(100).

FD fsuivi.
    01 suiviLigne PIC X(100).

*> une ligne par resultat, en colonnes fixes : reference laboratoire
*> (1-10), numero de la piece (11-20), resultat (21-120)
FD flabo.
    01 laboLigne.
        02 flb_refLabo PIC X(10).
        02 flb_idPiece PIC 9(10).
        02 flb_idPiece-x REDEFINES flb_idPiece PIC X(10).
        02 flb_resultat PIC X(100).

FD frejets.
    01 rejLigne PIC X(100).

FD fpvpiece.
    01 pvLigne PIC X(100).

FD fparam.
    01 paramLigne PIC X(80).

FD fcnvArchives.
    01 cnvArchLigne PIC X(37).

FD fcrimesAncien.
    01 crimeAncienTampon.
        02 fcro_idCrime PIC 9(5).
        02 fcro_reste PIC X(2055).

FD fcrimesHistAncien.
    01 crimeHistAncienTampon.
        02 fcho_idCrime PIC 9(5).
        02 fcho_reste PIC X(2055).

FD fcnvCrimes.
    01 cnvCrimeLigne PIC X(2073).

FD fcnvCrimesHist.
    01 cnvCrimeHistLigne PIC X(2073).

FD fjournalAncien.
    01 journalAncienTampon.
        02 fjo_idJour PIC 9(10).
        02 fjo_reste PIC X(448).

FD fcnvJournal.
    01 cnvJourLigne PIC X(468).

FD fprescription.
    01 prescLigne PIC X(100).

FD frapprochement.
    01 rapLigne PIC X(100).

*> paquet de transfert : le nom du fichier d'origine (ENTETE et FIN
*> en tete et en fin de paquet) puis l'image de l'enregistrement, a
*> la longueur du plus long d'entre eux (fcrimes)
FD ftransfert.
    01 trfTampon.
        02 ftr_type PIC X(12).
        02 ftr_donnees PIC X(2073).

FD freception.
    01 recLigne PIC X(100).



WORKING-STORAGE SECTION.
    77 fcnva_stat PIC 9(2).
    77 fcnvr_stat PIC 9(2).
    77 Wmatr-promu PIC A(5).
    77 fcro_stat PIC 9(2).
    77 fcho_stat PIC 9(2).
    77 fcnvc_stat PIC 9(2).
    77 fcnvh_stat PIC 9(2).
    77 fjo_stat PIC 9(2).
    77 fcnvj_stat PIC 9(2).

    *> purge de retention des enquetes archivees
    77 fcrimh_stat PIC 9(2).
    77 Wfj_apres PIC X(200).
    77 Wfj_avant2 PIC X(200).
    77 Wfj_apres2 PIC X(200).
    77 Wfj_avant3 PIC X(200).
    77 Wfj_apres3 PIC X(200).

    *> scellement du journal : empreinte de chaque trace chainee a
    *> celle de la trace precedente et a la cle de scellement
    77 Wsc-cle PIC 9(10) VALUE 7340056219.
    77 Wsc-prec PIC 9(10).
    77 Wsc-sceau PIC 9(10).
    77 Wsc-acc PIC 9(10).
    77 Wsc-grand PIC 9(15).
    77 Wsc-quot PIC 9(6).
    77 Wsc-ix PIC 9(3).
    77 Wsc-id PIC 9(10).
    77 Wsc-id2 PIC 9(10).
    77 Wsc-fin PIC 9(1).
    77 Wsc-dernier PIC 9(10).
    77 Wsc-nb PIC 9(10).
    77 Wsc-compteur PIC 9(10).
    77 Wsc-trous PIC 9(6).
    77 Wsc-rompus PIC 9(6).
    77 Wsc-scelles PIC 9(10).
    *> traces deja scellees d'un extrait, marque SCELLE de fcontrole
    *> posee des que le journal est au format scelle
    77 Wsc-n-sceaux PIC 9(10).
    77 Wsc-marque PIC 9(1).
    01 Wsc-octet.
        02 FILLER PIC X(1) VALUE LOW-VALUE.
        02 Wsc-car PIC X(1).
    01 Wsc-octet-r REDEFINES Wsc-octet.
        02 Wsc-val PIC 9(4) COMP.
    77 Wjournaliser PIC 9(1).
    77 Wjournaliser2 PIC 9(1).

    *> acces concurrents entre postes : compteur pris sous verrou,
    *> relecture de l'enregistrement avant correction
    77 Wcpt-nom PIC X(8).
    77 Wcpt-id PIC 9(10).
    77 Wvr-fin PIC 9(1).
    77 Wvr-tenu PIC 9(1).
    77 Wvr-essais PIC 9(4).
    77 Wvr-max PIC 9(4) VALUE 500.
    77 Wvr-heure PIC 9(8).
    77 Wvr-heure2 PIC 9(8).
    *> images d'un enregistrement corrige : lue avant la saisie,
    *> relue avant l'ecriture, saisie par l'operateur
    77 Wcc-etat PIC 9(1).
    77 Wcc-decision PIC 9(1).
    77 Wcc-pos PIC 9(4).
    77 Wcc-fin PIC 9(1).
    77 Wcc-idJour PIC 9(10).
    77 Wcc-matr PIC A(5).
    77 Wcc-date PIC 9(8).
    77 Wcc-heure PIC 9(8).
    77 Wcc-tr-lu PIC X(100).
    77 Wcc-tr-actuel PIC X(100).
    77 Wcc-tr-saisi PIC X(100).
    77 Wcc-lu PIC X(2100).
    77 Wcc-actuel PIC X(2100).
    77 Wcc-saisi PIC X(2100).

    *> session operateur : identification et habilitations
    *> (C:consultation, G:gestion, A:administration,
    *> T:consultation tous services)
    77 Wfa_motPasse PIC A(10).
    77 Wfa_habilit PIC A(1).
    77 Wop-matr PIC A(5).
    77 Whab-requis PIC A(1).
    77 Wautorise PIC 9(1).

    *> perimetre des donnees de l'operateur : son service
    *> d'affectation et les matricules des agents de ce service
    *> (Wop-perimetre a 0 pour A et T, vue complete) ; derniere
    *> enquete testee gardee pour les balayages de fichiers
    77 Wop-lieuServ PIC A(50).
    77 Wop-perimetre PIC 9(1).
    77 Wpe-nb PIC 9(4).
    77 Wpe-max PIC 9(4) VALUE 500.
    77 Wpe-ix PIC 9(4).
    77 Wpe-fin PIC 9(1).
    77 Wpe-fin2 PIC 9(1).
    77 Wpe-dans PIC 9(1).
    77 Wpe-chef PIC A(5).
    77 Wpe-lieu PIC A(50).
    77 Wpe-idEnq PIC 9(5).
    77 Wpe-idCrime PIC 9(5).
    77 Wpe-idPiece PIC 9(10).
    77 Wpe-idBox PIC 9(10).
    77 Wpe-idPers PIC 9(5).
    77 Wpe-idLien PIC 9(10).
    77 Wpe-dernier-enq PIC 9(5).
    77 Wpe-dernier-dans PIC 9(1).
    77 Wpe-refus PIC 9(1).
    01 Wtab-perimetre.
        02 Wpe-agent PIC A(5) OCCURS 500.

    *> cycle de vie des mots de passe : empreinte (condensat
    *> polynomial rendu en dix lettres A..J), peremption apres
    *> Wmdp-validite jours, changement force, verrouillage
    77 Wmot-trouve PIC 9(1).
    77 Wcompte-mot PIC 9(4).
    77 Wfiltre-lieu PIC A(40).
    77 Wfc_categorie PIC A(13).

    *> prescription de l'action publique : delai en annees selon la
    *> categorie, couru depuis les faits ou depuis le dernier acte
    *> d'instruction de l'enquete qui l'a interrompu
    77 fpres_stat PIC 9(2).
    77 Wpr-ans-crime PIC 9(2) VALUE 20.
    77 Wpr-ans-delit PIC 9(2) VALUE 6.
    77 Wpr-ans-contrav PIC 9(2) VALUE 1.
    77 Wpr-horizon PIC 9(4).
    77 Wpr-horizon-def PIC 9(4) VALUE 180.
    77 Wpr-duree PIC 9(2).
    77 Wpr-auj8 PIC 9(8).
    77 Wpr-base8 PIC 9(8).
    77 Wpr-acte8 PIC 9(8).
    77 Wpr-interruption8 PIC 9(8).
    77 Wpr-date8 PIC 9(8).
    77 Wpr-date-ref PIC 9(8).
    77 Wpr-annee PIC 9(4).
    77 Wpr-mois PIC 9(2).
    77 Wpr-jour PIC 9(2).
    77 Wpr-quot PIC 9(4).
    77 Wpr-r4 PIC 9(4).
    77 Wpr-r100 PIC 9(4).
    77 Wpr-r400 PIC 9(4).
    77 Wpr-fin PIC 9(1).
    77 Wpr-encore PIC 9(1).
    77 Wpr-interruption-fr PIC X(10).
    77 Wpr-date-fr PIC X(10).
    77 Wpr-nb PIC 9(3).
    77 Wpr-max PIC 9(3) VALUE 500.
    77 Wpr-ix PIC 9(3).
    77 Wpr-min-ix PIC 9(3).
    77 Wpr-min-jours PIC S9(7).
    77 Wpr-perdus PIC 9(4).
    77 Wpr-acquises PIC 9(4).
    77 Wpr-sans-cat PIC 9(4).
    01 Wtab-prescription.
        02 Wpr-entree OCCURS 500.
            03 Wpr-crime PIC 9(5).
            03 Wpr-enq PIC 9(5).
            03 Wpr-cat PIC A(13).
            03 Wpr-echeance PIC X(10).
            03 Wpr-jours PIC S9(7).
            03 Wpr-chef PIC A(5).
            03 Wpr-pris PIC 9(1).
    01 Wpres-ligne.
        02 Wpl-lib PIC X(6).
        02 Wpl-crime PIC Z(4)9.
        02 Wpl-enq-lib PIC X(9).
        02 Wpl-enq PIC Z(4)9.
        02 Wpl-cat PIC X(15).
        02 Wpl-date-lib PIC X(13).
        02 Wpl-date PIC X(10).
        02 Wpl-jours PIC -(6)9.
        02 Wpl-j-lib PIC X(4).
        02 Wpl-chef PIC X(5).
        02 Wpl-sep PIC X(1).
        02 Wpl-nom PIC X(20).

    *> gestion des personnes : saisie complete et validation
    77 Wfp_taille PIC 9(3).
        02 Wan-jours PIC Z(4)9.
        02 Wan-j-lib PIC X(9).

    *> chargement du fichier de resultats du laboratoire
    77 flabo_stat PIC 9(2).
    77 frej_stat PIC 9(2).
    77 Wlb-lus PIC 9(5).
    77 Wlb-appliques PIC 9(5).
    77 Wlb-rejets PIC 9(5).
    77 Wlb-absent PIC 9(1).
    77 Wlb-fin PIC 9(1).
    77 Wlb-deja-recu PIC 9(1).
    77 Wlb-autre-piece PIC 9(10).
    77 Wlb-piece-ed PIC Z(9)9.
    77 Wlb-motif PIC X(50).
    77 Wlb-ligne PIC X(100).

    *> conversion d'une date AAAAMMJJ en nombre de jours ecoules, pour
    *> les ecarts calendaires exacts (echeances, delais d'attente)
    77 Wdate8-calc PIC 9(8).
    77 Wfm_date PIC 9(2)A(1)9(2)A(1)9(4).
    77 Wsortie PIC 9(1).

    *> restitution ou destruction d'une piece sur ordonnance
    77 ford_stat PIC 9(2).
    77 xord_stat PIC 9(2).
    77 fpvp_stat PIC 9(2).
    77 Wfo_type PIC A(11).
    77 Wfo_magistrat PIC A(40).
    77 Wfo_reference PIC X(20).
    77 Wfo_dateOrdre PIC 9(2)A(1)9(2)A(1)9(4).
    77 Wfo_beneficiaire PIC A(40).
    77 Wfo_dateExec PIC 9(2)A(1)9(2)A(1)9(4).
    77 Wdisposee PIC 9(1).
    77 Wdsp-ligne PIC X(100).

    *> identites connues des personnes
    77 fali_stat PIC 9(2).
    77 xali_stat PIC 9(2).
    77 Wfal_nom PIC A(20).
    77 Wfal_prenom PIC A(20).
    77 Wfal_dateNaissance PIC 9(2)A(1)9(2)A(1)9(4).
    77 Wfal_source PIC A(30).
    77 Wal-idPers PIC 9(5).
    77 Wal-fin PIC 9(1).
    77 Wal-nb PIC 9(4).
    77 Wal-vu PIC 9(1).
    77 Wal-identite PIC X(60) VALUE SPACES.

    *> transfert d'une enquete a un autre service et reception d'un
    *> paquet de transfert ; table de correspondance des numeros par
    *> type (C crime, P piece, B box, H personne) : Wtf-val porte la
    *> box de la piece a l'envoi, le nouveau numero local a la reception
    77 ftrf_stat PIC 9(2).
    77 frec_stat PIC 9(2).
    77 Wtf-idEnq PIC 9(5).
    77 Wtf-nouv-enq PIC 9(5).
    77 Wtf-chef PIC A(5).
    77 Wtf-destination PIC A(50).
    77 Wtf-ok PIC 9(1).
    77 Wtf-valide PIC 9(1).
    77 Wtf-pied-lu PIC 9(1).
    77 Wtf-fin PIC 9(1).
    77 Wtf-sature PIC 9(1).
    77 Wtf-trouve PIC 9(1).
    77 Wtf-rattacher PIC 9(1).
    77 Wtf-nb PIC 9(4).
    77 Wtf-max PIC 9(4) VALUE 1000.
    77 Wtf-ix PIC 9(4).
    77 Wtf-jx PIC 9(4).
    77 Wtf-type-ch PIC A(1).
    77 Wtf-id-ch PIC 9(10).
    77 Wtf-val-ch PIC 9(10).
    77 Wtf-compte PIC 9(10).
    77 Wtf-restants PIC 9(10).
    77 Wtf-compteur PIC A(8).
    77 Wtf-rub PIC X(12).
    77 Wtf-ancien PIC 9(10).
    77 Wtf-nouveau PIC 9(10).
    77 Wtf-nouv-id PIC 9(10).
    77 Wtf-crime-loc PIC 9(10).
    77 Wtf-box-orig PIC 9(10).
    77 Wtf-pers-local PIC 9(5).
    77 Wtf-alias-local PIC 9(10).
    77 Wtf-manquantes PIC 9(2).
    77 Wtf-n-enq PIC 9(4).
    77 Wtf-n-crimes PIC 9(4).
    77 Wtf-n-pieces PIC 9(4).
    77 Wtf-n-sans-box PIC 9(4).
    77 Wtf-n-pers PIC 9(4).
    77 Wtf-n-existantes PIC 9(4).
    77 Wtf-n-alias PIC 9(4).
    77 Wtf-n-liens PIC 9(4).
    77 Wtf-n-actes PIC 9(4).
    77 Wtf-n-analyses PIC 9(4).
    77 Wtf-n-mouv PIC 9(4).
    77 Wtf-n-aud PIC 9(4).
    77 Wtf-n-ord PIC 9(4).
    77 Wtf-n-rejets PIC 9(4).
    77 Wtf-ancien-ed PIC Z(9)9.
    77 Wtf-nouveau-ed PIC Z(9)9 BLANK WHEN ZERO.
    77 Wtf-box-ed PIC Z(9)9.
    77 Wtf-box2-ed PIC Z(9)9.
    77 Wtf-note PIC X(40).
    77 Wtf-ligne PIC X(100).
    01 Wtf-entete.
        02 Wte-format PIC X(8).
        02 Wte-idEnq PIC 9(5).
        02 Wte-date PIC 9(8).
        02 Wte-heure PIC 9(8).
        02 Wte-matr PIC A(5).
        02 Wte-chef PIC A(5).
        02 Wte-chef-nom PIC A(20).
        02 Wte-chef-prenom PIC A(20).
        02 Wte-service PIC A(50).
        02 Wte-destination PIC A(50).
    01 Wtf-pied.
        02 Wtp-compte PIC 9(10).
    01 Wtab-transfert.
        02 Wtf-entree OCCURS 1000.
            03 Wtf-type PIC A(1).
            03 Wtf-id PIC 9(10).
            03 Wtf-val PIC 9(10).

    *> calendrier des audiences et preparation des pieces
    77 fau_stat PIC 9(2).
    77 xaud_stat PIC 9(2).
    77 Wnb-audiences PIC 9(4).
    77 Wsem-ligne PIC X(100).

    *> depart d'un agent : affaires encore a son nom (E enquete
    *> dirigee, M mouvement de garde ouvert, A acte a echeance future,
    *> P piece de ses enquetes rangee a son lieu de service), chacune
    *> remise a un successeur nomme avant desactivation du compte
    77 fpass_stat PIC 9(2).
    77 Wpa-sortant PIC A(5).
    77 Wpa-nom PIC A(20).
    77 Wpa-prenom PIC A(20).
    77 Wpa-lieu PIC A(50).
    77 Wpa-defaut PIC A(5).
    77 Wpa-succ PIC A(5).
    77 Wpa-succ-nom PIC A(20).
    77 Wpa-succ-lieu PIC A(50).
    77 Wpa-succ-ok PIC 9(1).
    77 Wpa-nb PIC 9(3).
    77 Wpa-ix PIC 9(3).
    77 Wpa-jx PIC 9(3).
    77 Wpa-max PIC 9(3) VALUE 300.
    77 Wpa-perdus PIC 9(4).
    77 Wpa-deja PIC 9(1).
    77 Wpa-nb-enq PIC 9(4).
    77 Wpa-nb-mouv PIC 9(4).
    77 Wpa-nb-actes PIC 9(4).
    77 Wpa-nb-pieces PIC 9(4).
    77 Wpa-id-ed PIC Z(9)9.
    77 Wpa-enq-ed PIC Z(4)9.
    77 Wpa-box-ed PIC Z(9)9.
    77 Wpa-ligne PIC X(100).
    01 Wtab-passation.
        02 Wpa-entree OCCURS 300.
            03 Wpa-type PIC A(1).
            03 Wpa-id PIC 9(10).
            03 Wpa-enq PIC 9(5).
            03 Wpa-box PIC 9(10).
            03 Wpa-succ-item PIC A(5).

    *> rapprochement des crimes d'enquetes differentes : personne
    *> commune (fliens), meme lieu a quelques jours d'intervalle, mots
    *> significatifs communs dans les descriptions ; les enquetes
    *> rapprochees sont regroupees (chaque enquete pointe vers le
    *> representant de son groupe)
    77 frap_stat PIC 9(2).
    77 Wrp-jours-max PIC 9(4).
    77 Wrp-jours-def PIC 9(4) VALUE 30.
    77 Wrp-mots-min PIC 9(2).
    77 Wrp-mots-def PIC 9(2) VALUE 2.
    77 Wrp-lg-min PIC 9(2) VALUE 5.
    77 Wrp-max-mots PIC 9(2) VALUE 60.
    77 Wrp-tronques PIC 9(3).
    77 Wrp-coupe PIC 9(1).
    77 Wrp-nb-enq PIC 9(3).
    77 Wrp-max-enq PIC 9(3) VALUE 500.
    77 Wrp-nb-crimes PIC 9(3).
    77 Wrp-max-crimes PIC 9(3) VALUE 500.
    77 Wrp-nb-liens PIC 9(4).
    77 Wrp-max-liens PIC 9(4) VALUE 2000.
    77 Wrp-nb-match PIC 9(4).
    77 Wrp-max-match PIC 9(4) VALUE 1000.
    77 Wrp-perdus PIC 9(4).
    77 Wrp-nb-groupes PIC 9(3).
    77 Wrp-ix PIC 9(4).
    77 Wrp-jx PIC 9(4).
    77 Wrp-kx PIC 9(4).
    77 Wrp-wx PIC 9(2).
    77 Wrp-vx PIC 9(2).
    77 Wrp-cx PIC 9(4).
    77 Wrp-sx PIC 9(2).
    77 Wrp-eix PIC 9(3).
    77 Wrp-x PIC 9(3).
    77 Wrp-racine PIC 9(3).
    77 Wrp-racine2 PIC 9(3).
    77 Wrp-communs PIC 9(2).
    77 Wrp-ecart PIC S9(7).
    77 Wrp-lg PIC 9(2).
    77 Wrp-car PIC X(1).
    77 Wrp-mot PIC X(20).
    77 Wrp-mot1 PIC X(20).
    77 Wrp-mot2 PIC X(20).
    77 Wrp-present PIC 9(1).
    77 Wrp-texte PIC X(2000).
    77 Wrp-lieu PIC X(40).
    77 Wrp-motif PIC A(1).
    77 Wrp-detail PIC X(60).
    77 Wrp-m-crime1 PIC 9(5).
    77 Wrp-m-crime2 PIC 9(5).
    77 Wrp-m-e1 PIC 9(3).
    77 Wrp-m-e2 PIC 9(3).
    77 Wrp-ecart-ed PIC Z(6)9.
    77 Wrp-id-ed PIC Z(4)9.
    77 Wrp-id2-ed PIC Z(4)9.
    77 Wrp-c1-ed PIC Z(4)9 BLANK WHEN ZERO.
    77 Wrp-c2-ed PIC Z(4)9 BLANK WHEN ZERO.
    77 Wrp-ligne PIC X(100).
    01 Wtab-rp-enquetes.
        02 Wrp-enq-entree OCCURS 500.
            03 Wrp-e-id PIC 9(5).
            03 Wrp-e-chef PIC A(5).
            03 Wrp-e-parent PIC 9(3).
    01 Wtab-rp-crimes.
        02 Wrp-crime-entree OCCURS 500.
            03 Wrp-c-id PIC 9(5).
            03 Wrp-c-eix PIC 9(3).
            03 Wrp-c-lieu PIC X(40).
            03 Wrp-c-jours PIC 9(7).
            03 Wrp-c-nbmots PIC 9(2).
            03 Wrp-c-mot PIC X(20) OCCURS 60.
    01 Wtab-rp-liens.
        02 Wrp-lien-entree OCCURS 2000.
            03 Wrp-l-pers PIC 9(5).
            03 Wrp-l-crime PIC 9(5).
            03 Wrp-l-eix PIC 9(3).
            03 Wrp-l-role PIC A(7).
    01 Wtab-rp-match.
        02 Wrp-match-entree OCCURS 1000.
            03 Wrp-m-eix1 PIC 9(3).
            03 Wrp-m-c1 PIC 9(5).
            03 Wrp-m-eix2 PIC 9(3).
            03 Wrp-m-c2 PIC 9(5).
            03 Wrp-m-motif PIC A(1).
            03 Wrp-m-detail PIC X(60).
    *> mots trop courants dans les proces-verbaux pour signer un mode
    *> operatoire
    01 Wrp-stop-valeurs.
        02 FILLER PIC X(12) VALUE "APRES".
        02 FILLER PIC X(12) VALUE "AVANT".
        02 FILLER PIC X(12) VALUE "AVAIT".
        02 FILLER PIC X(12) VALUE "AVAIENT".
        02 FILLER PIC X(12) VALUE "ETAIT".
        02 FILLER PIC X(12) VALUE "ETAIENT".
        02 FILLER PIC X(12) VALUE "DEPUIS".
        02 FILLER PIC X(12) VALUE "ENTRE".
        02 FILLER PIC X(12) VALUE "ENVIRON".
        02 FILLER PIC X(12) VALUE "AUTRE".
        02 FILLER PIC X(12) VALUE "AUTRES".
        02 FILLER PIC X(12) VALUE "COMME".
        02 FILLER PIC X(12) VALUE "CETTE".
        02 FILLER PIC X(12) VALUE "ELLES".
        02 FILLER PIC X(12) VALUE "LEURS".
        02 FILLER PIC X(12) VALUE "NOTRE".
        02 FILLER PIC X(12) VALUE "VOTRE".
        02 FILLER PIC X(12) VALUE "TOUTE".
        02 FILLER PIC X(12) VALUE "TOUTES".
        02 FILLER PIC X(12) VALUE "PENDANT".
        02 FILLER PIC X(12) VALUE "CONTRE".
        02 FILLER PIC X(12) VALUE "SELON".
        02 FILLER PIC X(12) VALUE "AINSI".
        02 FILLER PIC X(12) VALUE "ALORS".
        02 FILLER PIC X(12) VALUE "ENCORE".
        02 FILLER PIC X(12) VALUE "LORSQUE".
        02 FILLER PIC X(12) VALUE "QUAND".
        02 FILLER PIC X(12) VALUE "PARCE".
        02 FILLER PIC X(12) VALUE "HEURE".
        02 FILLER PIC X(12) VALUE "HEURES".
        02 FILLER PIC X(12) VALUE "VICTIME".
        02 FILLER PIC X(12) VALUE "VICTIMES".
        02 FILLER PIC X(12) VALUE "SUSPECT".
        02 FILLER PIC X(12) VALUE "SUSPECTS".
        02 FILLER PIC X(12) VALUE "TEMOIN".
        02 FILLER PIC X(12) VALUE "TEMOINS".
        02 FILLER PIC X(12) VALUE "AUTEUR".
        02 FILLER PIC X(12) VALUE "AUTEURS".
        02 FILLER PIC X(12) VALUE "INDIVIDU".
        02 FILLER PIC X(12) VALUE "INDIVIDUS".
    01 Wrp-stop-liste REDEFINES Wrp-stop-valeurs.
        02 Wrp-stop PIC X(12) OCCURS 40.
    77 Wrp-nb-stop PIC 9(2) VALUE 40.

    *> mode automate : travaux demandes par batch.par, trace vers
    *> batch.log et code retour (0 succes, 4 anomalies relevees,
    *> 8 parametres invalides ou travail impossible)
    77 Wb-export PIC 9(1).
    77 Wb-etat PIC 9(1).
    77 Wb-purge PIC 9(1).
    77 Wb-prescription PIC 9(1).
    77 Wb-rapprochement PIC 9(1).
    77 Wb-labo PIC 9(1).
    77 Wb-scellement PIC 9(1).
    77 Wtrace-ligne PIC X(100).
    77 Wpar-mot PIC X(10).
    77 Wpar-valeur PIC X(70).
    IF fcrime_stat = 35 THEN
        OPEN OUTPUT fcrimes
    END-IF
    IF fcrime_stat = 39 THEN
        PERFORM CONVERTIR_CRIMES
    ELSE
        CLOSE fcrimes
    END-IF

    OPEN INPUT fboxes
    IF fbox_stat = 35 THEN
    IF fjour_stat = 35 THEN
        OPEN OUTPUT fjournal
    END-IF
    IF fjour_stat = 39 THEN
        PERFORM CONVERTIR_JOURNAL
    ELSE
        CLOSE fjournal
    END-IF

    OPEN INPUT freprise
    IF frep_stat = 35 THEN
    END-IF
    CLOSE faudiences

    OPEN INPUT fordonnances
    IF ford_stat = 35 THEN
        OPEN OUTPUT fordonnances
    END-IF
    CLOSE fordonnances

    OPEN INPUT falias
    IF fali_stat = 35 THEN
        OPEN OUTPUT falias
    END-IF
    CLOSE falias

    OPEN INPUT fcrimesHist
    IF fcrimh_stat = 35 THEN
        OPEN OUTPUT fcrimesHist
    END-IF
    IF fcrimh_stat = 39 THEN
        PERFORM CONVERTIR_CRIMES_HIST
    ELSE
        CLOSE fcrimesHist
    END-IF

    OPEN INPUT fpiecesHist
    IF fpieceh_stat = 35 THEN
            MOVE Wnb TO fco_dernierId
            WRITE controleTampon
    END-READ
    MOVE "ALIAS" TO fco_nomFic
    READ fcontrole
        INVALID KEY
            MOVE "ALIAS" TO fco_nomFic
            PERFORM CALCULER_MAX_ALIAS
            MOVE Wnb TO fco_dernierId
            WRITE controleTampon
    END-READ
    *> marque sans compteur, posee des que journal.dat s'ouvre au
    *> format scelle : il ne sera plus converti ni rescelle
    OPEN INPUT fjournal
    IF fjour_stat = 00
        CLOSE fjournal
        MOVE "SCELLE" TO fco_nomFic
        READ fcontrole
            INVALID KEY
                MOVE "SCELLE" TO fco_nomFic
                MOVE 0 TO fco_dernierId
                WRITE controleTampon
        END-READ
    END-IF
    CLOSE fcontrole

    *> presence de batch.par : les travaux de nuit tournent sans
    DISPLAY Wnb" archive(s) converties (date de cloture a blanc)."
.

*> crimes.dat et crimeshist.dat a l'ancienne longueur (sans la
*> categorie d'infraction) : recopie vers un fichier de travail puis
*> rechargement, categorie a blanc a renseigner par MODIFIER_CRIME
CONVERTIR_CRIMES.
    DISPLAY "Fichier des crimes a l'ancien format : conversion..."
    OPEN INPUT fcrimesAncien
    IF fcro_stat NOT = 00
        DISPLAY "Format de crimes.dat inconnu (statut "fcro_stat"), conversion impossible."
    ELSE
        PERFORM RECOPIER_CRIMES_ANCIENS
    END-IF
.

RECOPIER_CRIMES_ANCIENS.
    MOVE 0 TO Wfin
    OPEN OUTPUT fcnvCrimes
    PERFORM UNTIL Wfin = 1
        READ fcrimesAncien NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE SPACES TO cnvCrimeLigne
            MOVE crimeAncienTampon TO cnvCrimeLigne(1:2060)
            WRITE cnvCrimeLigne
    END-PERFORM
    CLOSE fcnvCrimes
    CLOSE fcrimesAncien

    MOVE 0 TO Wfin
    MOVE 0 TO Wnb
    OPEN INPUT fcnvCrimes
    OPEN OUTPUT fcrimes
    PERFORM UNTIL Wfin = 1
        READ fcnvCrimes
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE cnvCrimeLigne TO crimesTampon
            WRITE crimesTampon END-WRITE
            ADD 1 TO Wnb
    END-PERFORM
    CLOSE fcrimes
    CLOSE fcnvCrimes
    DISPLAY Wnb" crime(s) converti(s) (categorie d'infraction a renseigner)."
.

*> journal.dat a l'ancienne longueur (sans sceau) : recopie vers un
*> fichier de travail puis rechargement, les traces etant scellees
*> dans l'ordre de leurs numeros a partir de la premiere. Une seule
*> fois : un journal deja scelle (marque SCELLE) qui revient sans
*> sceau a ete reecrit, il n'est pas rescelle
CONVERTIR_JOURNAL.
    PERFORM LIRE_MARQUE_SCELLEMENT
    IF Wsc-marque = 1
        DISPLAY "journal.dat sans sceau alors que le journal a deja ete scelle : conversion refusee, fichier a examiner."
    ELSE
        DISPLAY "Journal des modifications a l'ancien format : conversion..."
        OPEN INPUT fjournalAncien
        IF fjo_stat NOT = 00
            DISPLAY "Format de journal.dat inconnu (statut "fjo_stat"), conversion impossible."
        ELSE
            PERFORM RECOPIER_JOURNAL_ANCIEN
        END-IF
    END-IF
.

*> Wsc-marque a 1 si fcontrole porte la marque SCELLE
LIRE_MARQUE_SCELLEMENT.
    MOVE 0 TO Wsc-marque
    OPEN INPUT fcontrole
    IF fcontrole_stat = 00
        MOVE "SCELLE" TO fco_nomFic
        READ fcontrole
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 1 TO Wsc-marque
        END-READ
        CLOSE fcontrole
    END-IF
.

RECOPIER_JOURNAL_ANCIEN.
    MOVE 0 TO Wfin
    OPEN OUTPUT fcnvJournal
    PERFORM UNTIL Wfin = 1
        READ fjournalAncien NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE SPACES TO cnvJourLigne
            MOVE journalAncienTampon TO cnvJourLigne(1:458)
            WRITE cnvJourLigne
    END-PERFORM
    CLOSE fcnvJournal
    CLOSE fjournalAncien

    MOVE 0 TO Wfin
    MOVE 0 TO Wnb
    MOVE 0 TO Wsc-prec
    OPEN INPUT fcnvJournal
    OPEN OUTPUT fjournal
    PERFORM UNTIL Wfin = 1
        READ fcnvJournal
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE cnvJourLigne TO jourTampon
            PERFORM CALCULER_SCEAU
            MOVE Wsc-sceau TO fj_sceau
            MOVE Wsc-sceau TO Wsc-prec
            WRITE jourTampon END-WRITE
            ADD 1 TO Wnb
    END-PERFORM
    CLOSE fjournal
    CLOSE fcnvJournal
    DISPLAY Wnb" trace(s) du journal converties et scellees."
.

CONVERTIR_CRIMES_HIST.
    DISPLAY "Historique des crimes a l'ancien format : conversion..."
    OPEN INPUT fcrimesHistAncien
    IF fcho_stat NOT = 00
        DISPLAY "Format de crimeshist.dat inconnu (statut "fcho_stat"), conversion impossible."
    ELSE
        PERFORM RECOPIER_CRIMES_HIST_ANCIENS
    END-IF
.

RECOPIER_CRIMES_HIST_ANCIENS.
    MOVE 0 TO Wfin
    OPEN OUTPUT fcnvCrimesHist
    PERFORM UNTIL Wfin = 1
        READ fcrimesHistAncien NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE SPACES TO cnvCrimeHistLigne
            MOVE crimeHistAncienTampon TO cnvCrimeHistLigne(1:2060)
            WRITE cnvCrimeHistLigne
    END-PERFORM
    CLOSE fcnvCrimesHist
    CLOSE fcrimesHistAncien

    MOVE 0 TO Wfin
    MOVE 0 TO Wnb
    OPEN INPUT fcnvCrimesHist
    OPEN OUTPUT fcrimesHist
    PERFORM UNTIL Wfin = 1
        READ fcnvCrimesHist
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE cnvCrimeHistLigne TO crimesHistTampon
            WRITE crimesHistTampon END-WRITE
            ADD 1 TO Wnb
    END-PERFORM
    CLOSE fcrimesHist
    CLOSE fcnvCrimesHist
    DISPLAY Wnb" crime(s) d'historique converti(s) (categorie a blanc)."
.

*>-----------------------------------------------------------------
*> Ouverture de session : identification de l'operateur contre
*> fagents (matricule + mot de passe), trois essais. Au tout premier
.

*> verdict sur le compte lu dans agentTampon (fagents ouvert I-O) :
*> compte verrouille ou desactive refuse, empreintes comparees, compteur d'echecs
*> tenu sur le compte (verrouillage au troisieme echec consecutif),
*> changement de mot de passe impose a la premiere connexion, apres
*> reinitialisation par l'administrateur et a la peremption
CONTROLER_MOT_PASSE.
    IF fa_statut = "V" OR fa_statut = "D"
        IF fa_statut = "D"
            DISPLAY "Compte desactive (agent parti)."
        ELSE
            DISPLAY "Compte verrouille, contactez un administrateur."
        END-IF
    ELSE
        MOVE Wfa_motPasse TO Wmp-clair
        PERFORM CHIFFRER_MOT_PASSE
    MOVE 1 TO Wsession-ok
    MOVE fa_matr TO Wop-matr
    MOVE fa_habilit TO Wop-habilit
    MOVE fa_lieuServ TO Wop-lieuServ
    DISPLAY "Bonjour "fa_prenom" "fa_nom
.

    END-PERFORM
.

*>-----------------------------------------------------------------
*> Acces concurrents entre postes : les compteurs de fcontrole et
*> les places dans les boxes se prennent sous verrou d'enregistrement
*> (relecture apres une courte attente tant qu'un autre poste le
*> tient) ; les corrections sont relues avant d'etre ecrites
*>-----------------------------------------------------------------
*> numero suivant du compteur Wcpt-nom, rendu dans Wcpt-id
*> (Wtrouve2 = 0 : compteur introuvable ou occupe)
PRENDRE_IDENTIFIANT.
    MOVE 0 TO Wtrouve2
    OPEN I-O fcontrole
    PERFORM LIRE_COMPTEUR_VERROUILLE
    IF Wvr-tenu = 1
        ADD 1 TO fco_dernierId
        REWRITE controleTampon
        MOVE fco_dernierId TO Wcpt-id
        MOVE 1 TO Wtrouve2
        UNLOCK fcontrole
        MOVE 0 TO Wvr-tenu
    END-IF
    CLOSE fcontrole
.

*> lecture avec verrou de l'enregistrement Wcpt-nom de fcontrole
*> (deja ouvert en I-O) ; Wvr-tenu = 1 si le verrou est obtenu
LIRE_COMPTEUR_VERROUILLE.
    MOVE 0 TO Wvr-tenu
    MOVE 0 TO Wvr-fin
    MOVE 0 TO Wvr-essais
    PERFORM UNTIL Wvr-fin = 1
        MOVE Wcpt-nom TO fco_nomFic
        READ fcontrole WITH LOCK
            INVALID KEY
                DISPLAY "Compteur de controle "Wcpt-nom" introuvable."
                MOVE 1 TO Wvr-fin
            NOT INVALID KEY
                MOVE 1 TO Wvr-tenu
                MOVE 1 TO Wvr-fin
        END-READ
        IF Wvr-fin = 0
            IF fcontrole_stat = 51
                PERFORM ATTENDRE_VERROU
            ELSE
                DISPLAY "Erreur "fcontrole_stat" sur le compteur "Wcpt-nom"."
                MOVE 1 TO Wvr-fin
            END-IF
        END-IF
    END-PERFORM
.

*> attente d'un centieme de seconde avant de relire ; abandon au bout
*> de Wvr-max essais
ATTENDRE_VERROU.
    ADD 1 TO Wvr-essais
    IF Wvr-essais > Wvr-max
        DISPLAY "Compteur "Wcpt-nom" occupe par un autre poste, operation abandonnee."
        MOVE 1 TO Wvr-fin
    ELSE
        ACCEPT Wvr-heure FROM TIME
        MOVE Wvr-heure TO Wvr-heure2
        PERFORM UNTIL Wvr-heure2 NOT = Wvr-heure
            ACCEPT Wvr-heure2 FROM TIME
        END-PERFORM
    END-IF
.

*> exclusion entre postes pour toute prise ou remise de place dans une
*> box : l'enregistrement BOXES de fcontrole reste verrouille jusqu'a
*> RENDRE_VERROU_BOXES ; fcontrole reste ouvert entre les deux, donc
*> ni numero ni journal avant de rendre le verrou
PRENDRE_VERROU_BOXES.
    MOVE "BOXES" TO Wcpt-nom
    OPEN I-O fcontrole
    PERFORM LIRE_COMPTEUR_VERROUILLE
    IF Wvr-tenu = 0
        CLOSE fcontrole
    END-IF
.

RENDRE_VERROU_BOXES.
    IF Wvr-tenu = 1
        UNLOCK fcontrole
        CLOSE fcontrole
        MOVE 0 TO Wvr-tenu
    END-IF
.

*> une correction n'est ecrite que si l'enregistrement relu est
*> encore celui lu avant la saisie (Wcc-lu) ; sinon ce paragraphe
*> tranche a partir de Wcc-actuel (relu, Wcc-etat = 2 s'il a
*> disparu), Wcc-saisi, Wfj_fichier et Wfj_cle :
*> Wcc-decision 0:abandon, 2:ressaisie sur l'enregistrement relu,
*> 3:nouvelle relecture avant d'ecrire la saisie telle quelle
CONTROLER_MODIF_CONCURRENTE.
    IF Wcc-etat = 2
        DISPLAY "Enregistrement supprime par un autre poste pendant la saisie, correction abandonnee."
        MOVE 0 TO Wcc-decision
    ELSE
        PERFORM ARBITRER_MODIF_CONCURRENTE
        IF Wcc-decision = 1
            MOVE 3 TO Wcc-decision
        END-IF
        MOVE Wcc-actuel TO Wcc-lu
    END-IF
.

*> la correction de l'autre poste est montree par tranches de 100
*> caracteres (telle que lue, telle que relue, saisie de l'operateur),
*> le mot de passe d'un agent restant masque
ARBITRER_MODIF_CONCURRENTE.
    DISPLAY "Attention : "Wfj_fichier" "Wfj_cle" a ete modifie par un autre poste pendant votre saisie."
    PERFORM CHERCHER_DERNIERE_MODIF
    IF Wcc-idJour NOT = 0
        DISPLAY "Derniere correction journalisee : agent "Wcc-matr" le "Wcc-date" a "Wcc-heure
    END-IF
    PERFORM VARYING Wcc-pos FROM 1 BY 100 UNTIL Wcc-pos > 2001
        IF Wcc-lu(Wcc-pos:100) NOT = Wcc-actuel(Wcc-pos:100)
            MOVE Wcc-lu(Wcc-pos:100) TO Wcc-tr-lu
            MOVE Wcc-actuel(Wcc-pos:100) TO Wcc-tr-actuel
            MOVE Wcc-saisi(Wcc-pos:100) TO Wcc-tr-saisi
            IF Wfj_fichier = "fagents" AND Wcc-pos = 101
                MOVE "**********" TO Wcc-tr-lu(1:10)
                MOVE "**********" TO Wcc-tr-actuel(1:10)
                MOVE "**********" TO Wcc-tr-saisi(1:10)
                IF Wcc-lu(101:10) NOT = Wcc-actuel(101:10)
                    DISPLAY "Mot de passe change par l'autre poste."
                END-IF
            END-IF
            DISPLAY "Caracteres "Wcc-pos" et suivants :"
            DISPLAY "  lu           : "Wcc-tr-lu
            DISPLAY "  autre poste  : "Wcc-tr-actuel
            DISPLAY "  votre saisie : "Wcc-tr-saisi
        END-IF
    END-PERFORM
    DISPLAY "1:enregistrer votre saisie quand meme, 2:ressaisir sur la version a jour, 0:abandonner"
    ACCEPT Wcc-decision
    PERFORM UNTIL Wcc-decision <= 2
        DISPLAY "Choix invalide, 0, 1 ou 2 :"
        ACCEPT Wcc-decision
    END-PERFORM
.

*> derniere correction de Wfj_fichier / Wfj_cle tracee dans fjournal
CHERCHER_DERNIERE_MODIF.
    MOVE 0 TO Wcc-idJour
    MOVE 0 TO Wcc-fin
    OPEN INPUT fjournal
    PERFORM UNTIL Wcc-fin = 1
        READ fjournal NEXT
        AT END
            MOVE 1 TO Wcc-fin
        NOT AT END
            IF fj_fichier = Wfj_fichier AND fj_cle = Wfj_cle
                    AND fj_operation = "MODIF"
                MOVE fj_idJour TO Wcc-idJour
                MOVE fj_matr TO Wcc-matr
                MOVE fj_date TO Wcc-date
                MOVE fj_heure TO Wcc-heure
            END-IF
    END-PERFORM
    CLOSE fjournal
.

*>-----------------------------------------------------------------
*> Journal des modifications : chaque ajout, correction ou
*> suppression dans un fichier metier appelle ce paragraphe apres
*> fermeture du fichier, images avant/apres preparees dans Wfj_*
*>-----------------------------------------------------------------
ECRIRE_JOURNAL.
    *> le verrou du compteur JOURNAL est tenu jusqu'a l'ecriture de la
    *> trace : deux postes ne chainent jamais sur la meme trace
    MOVE 0 TO Wtrouve2
    MOVE "JOURNAL" TO Wcpt-nom
    OPEN I-O fcontrole
    PERFORM LIRE_COMPTEUR_VERROUILLE
    IF Wvr-tenu = 1
        ADD 1 TO fco_dernierId
        REWRITE controleTampon
        MOVE fco_dernierId TO Wfj_idJour
        MOVE 1 TO Wtrouve2

        OPEN I-O fjournal
        PERFORM LIRE_SCEAU_PRECEDENT
        MOVE Wfj_idJour TO fj_idJour
        MOVE Wfj_fichier TO fj_fichier
        MOVE Wfj_cle TO fj_cle
        ACCEPT fj_heure FROM TIME
        MOVE Wfj_avant TO fj_avant
        MOVE Wfj_apres TO fj_apres
        PERFORM CALCULER_SCEAU
        MOVE Wsc-sceau TO fj_sceau
        WRITE jourTampon END-WRITE
        CLOSE fjournal

        UNLOCK fcontrole
        MOVE 0 TO Wvr-tenu
    END-IF
    CLOSE fcontrole
.

*> sceau de la derniere trace presente avant Wfj_idJour (0 pour la
*> premiere trace du journal) dans Wsc-prec ; fjournal est ouvert
LIRE_SCEAU_PRECEDENT.
    MOVE 0 TO Wsc-prec
    MOVE Wfj_idJour TO Wsc-id
    MOVE 0 TO Wsc-fin
    PERFORM UNTIL Wsc-fin = 1
        IF Wsc-id <= 1
            MOVE 1 TO Wsc-fin
        ELSE
            SUBTRACT 1 FROM Wsc-id
            MOVE Wsc-id TO fj_idJour
            READ fjournal
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF fj_sceau NUMERIC
                        MOVE fj_sceau TO Wsc-prec
                    END-IF
                    MOVE 1 TO Wsc-fin
            END-READ
        END-IF
    END-PERFORM
.

*> sceau de la trace jourTampon dans Wsc-sceau : empreinte de ses 458
*> premiers caracteres (tout sauf le sceau), chainee au sceau
*> Wsc-prec de la trace precedente et a la cle de scellement ;
*> chaque caractere est pris par sa valeur binaire (Wsc-octet)
CALCULER_SCEAU.
    COMPUTE Wsc-grand = Wsc-prec * 31 + Wsc-cle
    DIVIDE Wsc-grand BY 9999999967 GIVING Wsc-quot
        REMAINDER Wsc-acc
    PERFORM VARYING Wsc-ix FROM 1 BY 1 UNTIL Wsc-ix > 458
        MOVE jourTampon(Wsc-ix:1) TO Wsc-car
        COMPUTE Wsc-grand = Wsc-acc * 257 + Wsc-val * Wsc-ix + 1
        DIVIDE Wsc-grand BY 9999999967 GIVING Wsc-quot
            REMAINDER Wsc-acc
    END-PERFORM
    COMPUTE Wsc-grand = Wsc-acc * 31 + Wsc-cle
    DIVIDE Wsc-grand BY 9999999967 GIVING Wsc-quot
        REMAINDER Wsc-sceau
.

*> rejoue l'historique d'une cle d'un fichier (ou de tout le fichier)
    CLOSE fjournal
.

*>-----------------------------------------------------------------
*> Verification du scellement du journal pour l'inspection : chaque
*> trace est rescellee a partir de la precedente et comparee a son
*> sceau. Le premier maillon rompu (trace modifiee, supprimee ou
*> inseree), les trous de numerotation et l'ecart avec le compteur
*> JOURNAL de fcontrole sont comptes dans Wanomalies.
*> Appele par le menu et par le mode automate (JOB=SCELLEMENT)
*>-----------------------------------------------------------------
VERIFIER_SCEAUX_JOURNAL.
    MOVE "=========== VERIFICATION DU SCELLEMENT DU JOURNAL ===========" TO Wtrace-ligne
    PERFORM ECRIRE_TRACE
    MOVE 0 TO Wanomalies
    MOVE 0 TO Wsc-prec
    MOVE 0 TO Wsc-dernier
    MOVE 0 TO Wsc-nb
    MOVE 0 TO Wsc-trous
    MOVE 0 TO Wsc-rompus

    MOVE 0 TO Wsc-fin
    OPEN INPUT fjournal
    PERFORM UNTIL Wsc-fin = 1
        READ fjournal NEXT
        AT END
            MOVE 1 TO Wsc-fin
        NOT AT END
            PERFORM VERIFIER_TRACE_SCELLEE
    END-PERFORM
    CLOSE fjournal

    *> traces retirees en fin de journal : seul le compteur les revele
    MOVE "JOURNAL" TO fco_nomFic
    OPEN INPUT fcontrole
    READ fcontrole
        INVALID KEY
            MOVE "Compteur JOURNAL introuvable dans fcontrole." TO Wtrace-ligne
            PERFORM ECRIRE_TRACE
            ADD 1 TO Wanomalies
        NOT INVALID KEY
            MOVE fco_dernierId TO Wsc-compteur
            IF Wsc-compteur > Wsc-dernier
                COMPUTE Wsc-id = Wsc-dernier + 1
                MOVE SPACES TO Wtrace-ligne
                STRING "Traces " Wsc-id " a " Wsc-compteur
                    " absentes en fin de journal." DELIMITED SIZE
                    INTO Wtrace-ligne
                PERFORM ECRIRE_TRACE
                ADD 1 TO Wanomalies
            END-IF
            IF Wsc-compteur NOT = Wsc-nb
                MOVE SPACES TO Wtrace-ligne
                STRING "Compteur JOURNAL a " Wsc-compteur " pour "
                    Wsc-nb " trace(s) presentes." DELIMITED SIZE
                    INTO Wtrace-ligne
                PERFORM ECRIRE_TRACE
                ADD 1 TO Wanomalies
            END-IF
    END-READ
    CLOSE fcontrole

    MOVE SPACES TO Wtrace-ligne
    STRING "Traces verifiees : " Wsc-nb " - maillons rompus : "
        Wsc-rompus " - trous : " Wsc-trous DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
    MOVE SPACES TO Wtrace-ligne
    STRING "Nombre d'anomalies detectees : " Wanomalies
        DELIMITED SIZE INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
    MOVE "============================================================" TO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

*> une trace lue dans l'ordre des numeros : suite de la numerotation
*> et sceau recalcule sur le sceau de la trace precedente
VERIFIER_TRACE_SCELLEE.
    ADD 1 TO Wsc-nb
    IF fj_idJour NOT = Wsc-dernier + 1
        ADD 1 TO Wsc-trous
        ADD 1 TO Wanomalies
        COMPUTE Wsc-id = Wsc-dernier + 1
        COMPUTE Wsc-id2 = fj_idJour - 1
        MOVE SPACES TO Wtrace-ligne
        STRING "Trou dans la numerotation : traces " Wsc-id " a "
            Wsc-id2 " absentes." DELIMITED SIZE INTO Wtrace-ligne
        PERFORM ECRIRE_TRACE
    END-IF

    IF fj_sceau NUMERIC
        PERFORM CALCULER_SCEAU
    ELSE
        MOVE 0 TO Wsc-sceau
    END-IF
    IF fj_sceau NOT NUMERIC OR Wsc-sceau NOT = fj_sceau
        ADD 1 TO Wsc-rompus
        IF Wsc-rompus = 1
            ADD 1 TO Wanomalies
            MOVE SPACES TO Wtrace-ligne
            STRING "Premier maillon rompu : trace " fj_idJour " ("
                fj_fichier " " fj_cle " du " fj_date ")."
                DELIMITED SIZE INTO Wtrace-ligne
            PERFORM ECRIRE_TRACE
        END-IF
    END-IF

    IF fj_sceau NUMERIC
        MOVE fj_sceau TO Wsc-prec
    ELSE
        MOVE 0 TO Wsc-prec
    END-IF
    MOVE fj_idJour TO Wsc-dernier
.

*> niveau requis par l'option Wchoix-menu, puis verdict Wautorise
*> selon l'habilitation de l'operateur (une habilitation inconnue
*> est traitee comme une simple consultation, de meme que T qui
*> ne differe de C que par son perimetre)
CONTROLER_HABILITATION.
    EVALUATE Wchoix-menu
        WHEN 3
        WHEN 16
        WHEN 25
        WHEN 28
        WHEN 35
        WHEN 42
        WHEN 44
        WHEN 46
        WHEN 53
        WHEN 64
        WHEN 65
        WHEN 66
            MOVE "A" TO Whab-requis
        WHEN 0
        WHEN 4
        WHEN 8
        WHEN 9
        WHEN 49
        WHEN 52
        WHEN 57
        WHEN 58
        WHEN 59
        WHEN 63
            MOVE "C" TO Whab-requis
        WHEN OTHER
            MOVE "G" TO Whab-requis
    END-EVALUATE
.

*>-----------------------------------------------------------------
*> Perimetre des donnees : un operateur C ou G ne voit et ne traite
*> que les enquetes dont le chef est affecte a son service
*> (fa_lieuServ) et les boxes de ce service (fb_lieu) ; crimes,
*> pieces et liens suivent leur enquete, une personne est visible
*> si elle n'est liee a rien ou liee a une enquete du service.
*> A et T gardent la vue complete. Les listes taisent ce qui est
*> hors perimetre ; un acces direct refuse est trace dans fjournal
*> (operation REFUS) pour l'inspection. Les paragraphes de test
*> ouvrent eux-memes fenquetes, farchives et fliens : l'appelant
*> ne doit pas les tenir ouverts.
*>-----------------------------------------------------------------

*> matricules des agents du service de l'operateur, recharges a
*> chaque option pour suivre les mutations de la session
CHARGER_PERIMETRE.
    MOVE 0 TO Wpe-nb
    MOVE 0 TO Wpe-dernier-enq
    MOVE 0 TO Wpe-refus
    IF Wop-habilit = "A" OR Wop-habilit = "T"
        MOVE 0 TO Wop-perimetre
    ELSE
        MOVE 1 TO Wop-perimetre
        MOVE 0 TO Wpe-fin
        OPEN INPUT fagents
        PERFORM UNTIL Wpe-fin = 1
            READ fagents NEXT
            AT END
                MOVE 1 TO Wpe-fin
            NOT AT END
                IF fa_lieuServ = Wop-lieuServ
                    IF Wpe-nb < Wpe-max
                        ADD 1 TO Wpe-nb
                        MOVE fa_matr TO Wpe-agent(Wpe-nb)
                    ELSE
                        DISPLAY "Trop d'agents dans le service, perimetre limite a "Wpe-max
                        MOVE 1 TO Wpe-fin
                    END-IF
                END-IF
        END-PERFORM
        CLOSE fagents
    END-IF
.

*> le chef Wpe-chef est-il un agent du service ? (Wpe-dans)
TESTER_PERIMETRE_CHEF.
    MOVE 0 TO Wpe-dans
    IF Wop-perimetre = 0
        MOVE 1 TO Wpe-dans
    ELSE
        PERFORM VARYING Wpe-ix FROM 1 BY 1
                UNTIL Wpe-ix > Wpe-nb OR Wpe-dans = 1
            IF Wpe-agent(Wpe-ix) = Wpe-chef
                MOVE 1 TO Wpe-dans
            END-IF
        END-PERFORM
    END-IF
.

*> l'enquete Wpe-idEnq (en cours ou archivee) est-elle du service ?
*> une enquete inconnue ne restreint rien (crime non rattache)
TESTER_PERIMETRE_ENQUETE.
    IF Wop-perimetre = 0
        MOVE 1 TO Wpe-dans
    ELSE
        IF Wpe-idEnq = Wpe-dernier-enq AND Wpe-idEnq NOT = 0
            MOVE Wpe-dernier-dans TO Wpe-dans
        ELSE
            MOVE SPACES TO Wpe-chef
            MOVE Wpe-idEnq TO fe_idEnq
            OPEN INPUT fenquetes
            READ fenquetes
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fe_matrChef TO Wpe-chef
            END-READ
            CLOSE fenquetes
            IF Wpe-chef = SPACES
                MOVE Wpe-idEnq TO far_idArchi
                OPEN INPUT farchives
                READ farchives
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE far_chef TO Wpe-chef
                END-READ
                CLOSE farchives
            END-IF
            IF Wpe-chef = SPACES
                MOVE 1 TO Wpe-dans
            ELSE
                PERFORM TESTER_PERIMETRE_CHEF
            END-IF
            MOVE Wpe-idEnq TO Wpe-dernier-enq
            MOVE Wpe-dans TO Wpe-dernier-dans
        END-IF
    END-IF
.

*> le crime Wpe-idCrime suit son enquete (lue dans fcrimes)
TESTER_PERIMETRE_CRIME.
    MOVE 1 TO Wpe-dans
    IF Wop-perimetre = 1
        MOVE 0 TO Wpe-idEnq
        MOVE Wpe-idCrime TO fc_idCrime
        OPEN INPUT fcrimes
        READ fcrimes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fc_idEnquetes TO Wpe-idEnq
        END-READ
        CLOSE fcrimes
        PERFORM TESTER_PERIMETRE_ENQUETE
    END-IF
.

*> la piece Wpe-idPiece suit son enquete (fpi_idEnq)
TESTER_PERIMETRE_PIECE.
    MOVE 1 TO Wpe-dans
    IF Wop-perimetre = 1
        MOVE 0 TO Wpe-idEnq
        MOVE Wpe-idPiece TO fpi_idPiece
        OPEN INPUT fpieces
        READ fpieces
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fpi_idEnq TO Wpe-idEnq
        END-READ
        CLOSE fpieces
        PERFORM TESTER_PERIMETRE_ENQUETE
    END-IF
.

*> la box du lieu Wpe-lieu est-elle du service ? (fb_lieu ne garde
*> que les 40 premiers caracteres du lieu de service)
TESTER_PERIMETRE_BOX.
    MOVE 0 TO Wpe-dans
    IF Wop-perimetre = 0 OR Wpe-lieu(1:40) = Wop-lieuServ(1:40)
        MOVE 1 TO Wpe-dans
    END-IF
.

*> la personne Wpe-idPers est-elle visible : aucun lien, ou au
*> moins un lien vers une enquete du service (directement ou par
*> le crime lie)
TESTER_PERIMETRE_PERSONNE.
    IF Wop-perimetre = 0
        MOVE 1 TO Wpe-dans
    ELSE
        MOVE 1 TO Wpe-dans
        MOVE 0 TO Wpe-refus
        MOVE 0 TO Wpe-fin2
        OPEN INPUT fliens
        MOVE Wpe-idPers TO fl_idPers
        START fliens KEY = fl_idPers
            INVALID KEY
                MOVE 1 TO Wpe-fin2
        END-START
        PERFORM UNTIL Wpe-fin2 = 1
            READ fliens NEXT
            AT END
                MOVE 1 TO Wpe-fin2
            NOT AT END
                IF fl_idPers NOT = Wpe-idPers
                    MOVE 1 TO Wpe-fin2
                ELSE
                    IF fl_idEnq = 0
                        MOVE fl_idCrime TO Wpe-idCrime
                        PERFORM TESTER_PERIMETRE_CRIME
                    ELSE
                        MOVE fl_idEnq TO Wpe-idEnq
                        PERFORM TESTER_PERIMETRE_ENQUETE
                    END-IF
                    IF Wpe-dans = 1
                        MOVE 0 TO Wpe-refus
                        MOVE 1 TO Wpe-fin2
                    ELSE
                        MOVE 1 TO Wpe-refus
                    END-IF
                END-IF
        END-PERFORM
        CLOSE fliens
        IF Wpe-refus = 1
            MOVE 0 TO Wpe-dans
        ELSE
            MOVE 1 TO Wpe-dans
        END-IF
        MOVE 0 TO Wpe-refus
    END-IF
.

*> controles d'acces direct : Wpe-dans a 0 si refuse, le refus
*> etant affiche et trace
CONTROLER_ACCES_ENQUETE.
    PERFORM TESTER_PERIMETRE_ENQUETE
    IF Wpe-dans = 0
        MOVE "fenquetes" TO Wfj_fichier
        MOVE Wpe-idEnq TO Wfj_cle
        PERFORM REFUSER_ACCES
    END-IF
.

CONTROLER_ACCES_CRIME.
    PERFORM TESTER_PERIMETRE_CRIME
    IF Wpe-dans = 0
        MOVE "fcrimes" TO Wfj_fichier
        MOVE Wpe-idCrime TO Wfj_cle
        PERFORM REFUSER_ACCES
    END-IF
.

CONTROLER_ACCES_PIECE.
    PERFORM TESTER_PERIMETRE_PIECE
    IF Wpe-dans = 0
        MOVE "fpieces" TO Wfj_fichier
        MOVE Wpe-idPiece TO Wfj_cle
        PERFORM REFUSER_ACCES
    END-IF
.

*> une box est du service par son lieu (fb_lieu)
CONTROLER_ACCES_BOX.
    MOVE 1 TO Wpe-dans
    IF Wop-perimetre = 1
        MOVE Wop-lieuServ TO Wpe-lieu
        MOVE Wpe-idBox TO fb_idBox
        OPEN INPUT fboxes
        READ fboxes
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fb_lieu TO Wpe-lieu
        END-READ
        CLOSE fboxes
        PERFORM TESTER_PERIMETRE_BOX
        IF Wpe-dans = 0
            MOVE "fboxes" TO Wfj_fichier
            MOVE Wpe-idBox TO Wfj_cle
            PERFORM REFUSER_ACCES
        END-IF
    END-IF
.

*> un lien suit son enquete, ou a defaut celle de son crime
CONTROLER_ACCES_LIEN.
    MOVE 1 TO Wpe-dans
    IF Wop-perimetre = 1
        MOVE 0 TO Wpe-idEnq
        MOVE 0 TO Wpe-idCrime
        MOVE Wpe-idLien TO fl_idLien
        OPEN INPUT fliens
        READ fliens
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE fl_idEnq TO Wpe-idEnq
                MOVE fl_idCrime TO Wpe-idCrime
        END-READ
        CLOSE fliens
        IF Wpe-idEnq = 0 AND Wpe-idCrime NOT = 0
            PERFORM TESTER_PERIMETRE_CRIME
        ELSE
            PERFORM TESTER_PERIMETRE_ENQUETE
        END-IF
        IF Wpe-dans = 0
            MOVE "fliens" TO Wfj_fichier
            MOVE Wpe-idLien TO Wfj_cle
            PERFORM REFUSER_ACCES
        END-IF
    END-IF
.

CONTROLER_ACCES_PERSONNE.
    PERFORM TESTER_PERIMETRE_PERSONNE
    IF Wpe-dans = 0
        MOVE "fpersonnes" TO Wfj_fichier
        MOVE Wpe-idPers TO Wfj_cle
        PERFORM REFUSER_ACCES
    END-IF
.

*> refus affiche puis trace : fichier et cle poses par l'appelant,
*> option du menu et service de l'operateur dans l'image avant
REFUSER_ACCES.
    DISPLAY "Acces refuse : donnees hors du perimetre de votre service."
    MOVE "REFUS" TO Wfj_operation
    MOVE SPACES TO Wfj_avant
    STRING "option " Wchoix-menu " - service " Wop-lieuServ
        DELIMITED SIZE INTO Wfj_avant
    MOVE SPACES TO Wfj_apres
    PERFORM ECRIRE_JOURNAL
.

*>-----------------------------------------------------------------
*> Calcul du plus grand identifiant deja present dans chaque fichier
*> a compteur, pour amorcer fcontrole a sa creation
    CLOSE faudiences
.

CALCULER_MAX_ALIAS.
    MOVE 0 TO Wnb
    MOVE 0 TO Wfin
    OPEN INPUT falias
    PERFORM UNTIL Wfin = 1
        READ falias NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fal_idAlias > Wnb
                MOVE fal_idAlias TO Wnb
            END-IF
    END-PERFORM
    CLOSE falias
.

CALCULER_MAX_MOUVEMENTS.
    MOVE 0 TO Wnb
    MOVE 0 TO Wfin
        DISPLAY " "
        DISPLAY "=================== MENU PRINCIPAL ==================="
        DISPLAY "Operateur "Wop-matr" - habilitation "Wop-habilit
        IF Wop-habilit NOT = "A" AND Wop-habilit NOT = "T"
            DISPLAY "Service "Wop-lieuServ
        END-IF
        DISPLAY "--- Consultation ---"
        DISPLAY " 4. Rechercher une enquete"
        DISPLAY " 8. Rechercher un crime"
        DISPLAY "49. Editer les echeances des actes d'instruction"
        DISPLAY "52. Editer les analyses en attente de resultat"
        DISPLAY "57. Editer les audiences de la semaine a venir"
        DISPLAY "58. Editer les prescriptions proches ou acquises"
        DISPLAY "59. Editer les rapprochements entre enquetes"
        DISPLAY "63. Rechercher une personne par nom (alias compris)"
        IF Wop-habilit = "G" OR Wop-habilit = "A"
            DISPLAY "--- Gestion ---"
            DISPLAY " 1. Ajouter une enquete"
            DISPLAY "54. Fusionner deux fiches de personne (doublon)"
            DISPLAY "55. Inventaire physique d'une box"
            DISPLAY "56. Enregistrer une audience"
            DISPLAY "60. Charger les resultats transmis par le laboratoire"
            DISPLAY "61. Restitution ou destruction d'une piece (ordonnance)"
            DISPLAY "62. Enregistrer une autre identite d'une personne (alias)"
        END-IF
        IF Wop-habilit = "A"
            DISPLAY "--- Administration ---"
            DISPLAY " 3. Archiver une enquete"
            DISPLAY "16. Supprimer une box"
            DISPLAY "25. Supprimer un lien"
            DISPLAY "28. Depart d'un agent (passation, desactivation)"
            DISPLAY "35. Controle d'integrite referentielle"
            DISPLAY "42. Consulter le journal des modifications"
            DISPLAY "44. Importer les fichiers (reconstruction des index)"
            DISPLAY "46. Purge de retention des enquetes archivees"
            DISPLAY "53. Reouvrir une enquete archivee"
            DISPLAY "64. Transferer une enquete a un autre service"
            DISPLAY "65. Recevoir une enquete transferee (transfert.dat)"
            DISPLAY "66. Verifier le scellement du journal"
        END-IF
        DISPLAY " 0. Quitter"
        DISPLAY "========================================================"
        IF Wautorise = 0
            DISPLAY "Operation non autorisee pour votre habilitation."
        ELSE
        PERFORM CHARGER_PERIMETRE
        EVALUATE Wchoix-menu
            WHEN 1  PERFORM AJOUTER_ENQUETE
            WHEN 2  PERFORM MODIFIER_ENQUETE
            WHEN 55 PERFORM INVENTORIER_BOX
            WHEN 56 PERFORM AJOUTER_AUDIENCE
            WHEN 57 PERFORM EDITER_AUDIENCES_SEMAINE
            WHEN 58 PERFORM EDITER_PRESCRIPTIONS
            WHEN 59 PERFORM EDITER_RAPPROCHEMENTS
            WHEN 60 PERFORM CHARGER_RESULTATS_LABO
            WHEN 61 PERFORM DISPOSER_PIECE
            WHEN 62 PERFORM AJOUTER_ALIAS
            WHEN 63 PERFORM RECHERCHER_PERSONNE_PAR_NOM
            WHEN 64 PERFORM TRANSFERER_ENQUETE
            WHEN 65 PERFORM RECEVOIR_TRANSFERT
            WHEN 66 PERFORM VERIFIER_SCEAUX_JOURNAL
            WHEN 0  MOVE 1 TO Wfin
            WHEN OTHER
                DISPLAY "Choix invalide."
    IF Wfe_matrChef = SPACES
        MOVE Wop-matr TO Wfe_matrChef
    END-IF

    *> le chef d'une nouvelle enquete est pris dans le service
    MOVE 0 TO Wtrouve2
    MOVE Wfe_matrChef TO Wpe-chef
    PERFORM TESTER_PERIMETRE_CHEF
    IF Wpe-dans = 0
        MOVE "fagents" TO Wfj_fichier
        MOVE Wfe_matrChef TO Wfj_cle
        PERFORM REFUSER_ACCES
    ELSE
        DISPLAY "Entrez la date de d�but d'enquete : "
        ACCEPT Wfe_dateDeb

        *> l'identifiant est fourni par le compteur de controle fcontrole,
        *> partage avec farchives puisqu'une enquete archivee garde son numero
        MOVE "ENQUETES" TO Wcpt-nom
        PERFORM PRENDRE_IDENTIFIANT
        MOVE Wcpt-id TO Wnb
    END-IF

    IF Wtrouve2 = 1
        MOVE Wnb TO fe_idEnq
	ACCEPT Wfe_idEnq

	MOVE 0 TO Wjournaliser
	MOVE Wfe_idEnq TO Wpe-idEnq
	PERFORM CONTROLER_ACCES_ENQUETE
	IF Wpe-dans = 1
		MOVE Wfe_idEnq TO fe_idEnq
		MOVE 0 TO Wcc-etat
		OPEN I-O fenquetes
		READ fenquetes
		INVALID KEY
			DISPLAY "Enqu�te introuvable."
			MOVE 2 TO Wcc-etat
		END-READ

		*> relecture avant ecriture : une correction faite entre-temps sur
		*> un autre poste est montree avant d'etre remplacee
		IF Wcc-etat = 0
			MOVE enqTampon TO Wcc-lu
			MOVE 2 TO Wcc-decision
			PERFORM UNTIL Wcc-decision NOT = 2
				PERFORM SAISIR_MODIF_ENQUETE
				MOVE enqTampon TO Wcc-saisi
				MOVE 3 TO Wcc-decision
				PERFORM UNTIL Wcc-decision NOT = 3
					MOVE Wfe_idEnq TO fe_idEnq
					READ fenquetes
					INVALID KEY
						MOVE 2 TO Wcc-etat
					NOT INVALID KEY
						MOVE enqTampon TO Wcc-actuel
					END-READ
					IF Wcc-etat = 0 AND Wcc-actuel = Wcc-lu
						MOVE Wcc-saisi TO enqTampon
						REWRITE enqTampon
						MOVE Wcc-actuel TO Wfj_avant
						MOVE enqTampon TO Wfj_apres
						MOVE 1 TO Wjournaliser
						MOVE 1 TO Wcc-decision
					ELSE
						MOVE "fenquetes" TO Wfj_fichier
						MOVE Wfe_idEnq TO Wfj_cle
						PERFORM CONTROLER_MODIF_CONCURRENTE
					END-IF
				END-PERFORM
			END-PERFORM
		END-IF
		CLOSE fenquetes
	END-IF

	IF Wjournaliser = 1
	    MOVE "fenquetes" TO Wfj_fichier
	    MOVE "MODIF" TO Wfj_operation
	    PERFORM ECRIRE_JOURNAL
	END-IF
	IF Wpe-refus = 1
	    MOVE "fagents" TO Wfj_fichier
	    MOVE Wpe-chef TO Wfj_cle
	    PERFORM REFUSER_ACCES
	END-IF
.

*> saisie des corrections d'une enquete sur enqTampon ; seules les
*> zones choisies sont remplacees
SAISIR_MODIF_ENQUETE.
	DISPLAY "Modifier la date de l'enqu�te ? 1:OUI, 0:NON"
	ACCEPT Wdecision
	IF Wdecision = 1
	THEN
		DISPLAY "Donner la nouvelle date"
		ACCEPT Wfe_dateDeb
		MOVE Wfe_dateDeb TO fe_dateDeb
	END-IF
	DISPLAY "Modifier le chef d'enqu�te ? 1:OUI, 0:NON"
	ACCEPT Wdecision
	IF Wdecision = 1
	THEN
		DISPLAY "Donner son nouveau matricule"
		ACCEPT Wfe_matrChef
		*> l'enquete ne quitte pas le service par cette voie
		MOVE Wfe_matrChef TO Wpe-chef
		PERFORM TESTER_PERIMETRE_CHEF
		IF Wpe-dans = 0
			DISPLAY "Chef hors de votre service, chef inchange."
			MOVE 1 TO Wpe-refus
		ELSE
			MOVE Wfe_matrChef TO fe_matrChef
		END-IF
	END-IF
.

SUPPRIMER_ENQUETE.
RECHERCHER_ENQUETE_PAR_ID.
	DISPLAY "Donner l'enqu�te que vous voulez rechercher"
	ACCEPT Wfe_idEnq
	MOVE Wfe_idEnq TO Wpe-idEnq
	PERFORM CONTROLER_ACCES_ENQUETE
	MOVE Wfe_idEnq TO fe_idEnq

	IF Wpe-dans = 1
		OPEN INPUT fenquetes
		READ fenquetes
		INVALID KEY
			DISPLAY "Enqu�te introuvable."
		NOT INVALID KEY
			DISPLAY "Enqu�te "fe_idEnq" - chef "fe_matrChef" - date "fe_dateDeb
		END-READ
		CLOSE fenquetes
	END-IF
.

RECHERCHER_ENQUETE_PAR_CHEF.
		AT END
			MOVE 1 TO Wfin
		NOT AT END
			MOVE fe_matrChef TO Wpe-chef
			PERFORM TESTER_PERIMETRE_CHEF
			IF fe_matrChef = Wfe_matrChef AND Wpe-dans = 1
				DISPLAY "Enqu�te "fe_idEnq" - date "fe_dateDeb
			END-IF
	END-PERFORM
			MOVE 1 TO Wfin
		NOT AT END
			COMPUTE Wdate8-cour = fe_dd-annee * 10000 + fe_dd-mois * 100 + fe_dd-jour
			MOVE fe_matrChef TO Wpe-chef
			PERFORM TESTER_PERIMETRE_CHEF
			IF Wdate8-cour >= Wdate8-deb AND Wdate8-cour <= Wdate8-fin
					AND Wpe-dans = 1
				DISPLAY "Enqu�te "fe_idEnq" - chef "fe_matrChef" - date "fe_dateDeb
			END-IF
	END-PERFORM
    END-READ
    CLOSE fenquetes

    IF Wtrouve = 1
        MOVE Wfe_idEnq TO Wpe-idEnq
        PERFORM CONTROLER_ACCES_ENQUETE
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        DISPLAY "Type d'acte (interrogatoire, perquisition, expertise...) :"
        ACCEPT Wfac_type
                DISPLAY "Agent introuvable."
                MOVE 0 TO Wtrouve
            NOT INVALID KEY
                IF fa_statut = "D"
                    DISPLAY "Agent parti, compte desactive."
                    MOVE 0 TO Wtrouve
                ELSE
                    MOVE 1 TO Wtrouve
                END-IF
        END-READ
        CLOSE fagents
    END-IF
        END-IF

        *> l'identifiant est fourni par le compteur de controle fcontrole
        MOVE "ACTES" TO Wcpt-nom
        PERFORM PRENDRE_IDENTIFIANT
        MOVE Wcpt-id TO Wnb

        IF Wtrouve2 = 1
            MOVE Wnb TO fac_idActe
CONSULTER_ACTES_ENQUETE.
    DISPLAY "Numero de l'enquete :"
    ACCEPT Wfe_idEnq
    MOVE Wfe_idEnq TO Wpe-idEnq
    PERFORM CONTROLER_ACCES_ENQUETE
    IF Wpe-dans = 1
        PERFORM LISTER_ACTES_ENQUETE
    END-IF
.

LISTER_ACTES_ENQUETE.
    DISPLAY "=== Actes d'instruction de l'enquete "Wfe_idEnq" ==="
    MOVE 0 TO Wfin
    OPEN INPUT factes
            MOVE 1 TO Wfin
        NOT AT END
            IF fac_dateLimite NOT = "00/00/0000"
                MOVE fac_idEnq TO Wpe-idEnq
                PERFORM TESTER_PERIMETRE_ENQUETE
                IF Wpe-dans = 1
                    PERFORM EXAMINER_ECHEANCE_ACTE
                END-IF
            END-IF
    END-PERFORM
    CLOSE factes
	DISPLAY "Date des faits (JJ/MM/AAAA) :"
	PERFORM SAISIR_DATE_VALIDE
	MOVE Wdate-saisie TO Wfc_date
	PERFORM SAISIR_CATEGORIE_CRIME

	DISPLAY "Num�ro de l'enqu�te rattach�e au crime :"
	ACCEPT Wfe_idEnq
	END-READ
	CLOSE fenquetes

	IF Wtrouve = 1
	    MOVE Wfe_idEnq TO Wpe-idEnq
	    PERFORM CONTROLER_ACCES_ENQUETE
	    MOVE Wpe-dans TO Wtrouve
	END-IF

	IF Wtrouve = 1
		*> l'identifiant est fourni par le compteur de controle fcontrole
	    MOVE "CRIMES" TO Wcpt-nom
	    PERFORM PRENDRE_IDENTIFIANT
	    MOVE Wcpt-id TO Wnb

	    IF Wtrouve2 = 1
	        MOVE Wfc_desc TO fc_description
	        MOVE Wfc_lieu TO fc_lieu
	        MOVE Wfc_date TO fc_date
	        MOVE fe_idEnq TO fc_idEnquetes
	        MOVE Wfc_categorie TO fc_categorie
	        MOVE Wnb TO fc_idCrime

	        MOVE 0 TO Wjournaliser
    MOVE Wfc_idCrime TO fc_idCrime

    MOVE 0 TO Wjournaliser
    MOVE Wfc_idCrime TO Wpe-idCrime
    PERFORM CONTROLER_ACCES_CRIME
    IF Wpe-dans = 1
        MOVE Wfc_idCrime TO fc_idCrime
        MOVE 0 TO Wcc-etat
        OPEN I-O fcrimes
        READ fcrimes
            INVALID KEY
                DISPLAY "Crime introuvable."
                MOVE 2 TO Wcc-etat
        END-READ

        *> relecture avant ecriture : une correction faite entre-temps sur
        *> un autre poste est montree avant d'etre remplacee
        IF Wcc-etat = 0
            MOVE crimesTampon TO Wcc-lu
            MOVE 2 TO Wcc-decision
            PERFORM UNTIL Wcc-decision NOT = 2
                PERFORM SAISIR_MODIF_CRIME
                MOVE crimesTampon TO Wcc-saisi
                MOVE 3 TO Wcc-decision
                PERFORM UNTIL Wcc-decision NOT = 3
                    MOVE Wfc_idCrime TO fc_idCrime
                    READ fcrimes
                        INVALID KEY
                            MOVE 2 TO Wcc-etat
                        NOT INVALID KEY
                            MOVE crimesTampon TO Wcc-actuel
                    END-READ
                    IF Wcc-etat = 0 AND Wcc-actuel = Wcc-lu
                        MOVE Wcc-saisi TO crimesTampon
                        REWRITE crimesTampon
                        MOVE Wcc-actuel TO Wfj_avant
                        MOVE crimesTampon TO Wfj_apres
                        MOVE 1 TO Wjournaliser
                        MOVE 1 TO Wcc-decision
                    ELSE
                        MOVE "fcrimes" TO Wfj_fichier
                        MOVE Wfc_idCrime TO Wfj_cle
                        PERFORM CONTROLER_MODIF_CONCURRENTE
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF
        CLOSE fcrimes
    END-IF

    IF Wjournaliser = 1
        MOVE "fcrimes" TO Wfj_fichier
        PERFORM ECRIRE_JOURNAL
    END-IF
.

*> saisie des corrections d'un crime sur crimesTampon
SAISIR_MODIF_CRIME.
    DISPLAY "Modifier la date des faits ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouvelle date des faits (JJ/MM/AAAA) :"
        PERFORM SAISIR_DATE_VALIDE
        MOVE Wdate-saisie TO fc_date
    END-IF
    DISPLAY "Modifier le lieu ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouveau lieu :"
        ACCEPT Wfc_lieu
        MOVE Wfc_lieu TO fc_lieu
    END-IF
    DISPLAY "Modifier la description ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouvelle description :"
        ACCEPT Wfc_desc
        MOVE Wfc_desc TO fc_description
    END-IF
    IF fc_categorie = SPACES
        DISPLAY "Categorie d'infraction non renseignee."
        MOVE 1 TO Wdecision
    ELSE
        DISPLAY "Modifier la categorie ("fc_categorie") ? 1:OUI, 0:NON"
        ACCEPT Wdecision
    END-IF
    IF Wdecision = 1
        PERFORM SAISIR_CATEGORIE_CRIME
        MOVE Wfc_categorie TO fc_categorie
    END-IF
.
SUPPRIMER_CRIME.
    DISPLAY "Numero du crime a supprimer :"
    ACCEPT Wfc_idCrime
    MOVE Wfc_idCrime TO fc_idCrime

    MOVE 0 TO Wjournaliser
    MOVE Wfc_idCrime TO Wpe-idCrime
    PERFORM CONTROLER_ACCES_CRIME
    IF Wpe-dans = 1
        OPEN I-O fcrimes
        READ fcrimes
            INVALID KEY
                DISPLAY "Crime introuvable."
                MOVE 0 TO Wtrouve
            NOT INVALID KEY
                MOVE 1 TO Wtrouve
                MOVE crimesTampon TO Wfj_avant
        END-READ

        IF Wtrouve = 1
            *> suppression refusee tant que des pieces ou des liens se
            *> rattachent encore au crime
            MOVE 0 TO Wnb
            MOVE 0 TO Wfin2
            OPEN INPUT fpieces
            PERFORM UNTIL Wfin2 = 1
                READ fpieces NEXT
                AT END
                    MOVE 1 TO Wfin2
                NOT AT END
                    IF fpi_idCrime = Wfc_idCrime
                        ADD 1 TO Wnb
                    END-IF
            END-PERFORM
            CLOSE fpieces

            MOVE 0 TO Wfin2
            OPEN INPUT fliens
            PERFORM UNTIL Wfin2 = 1
                READ fliens NEXT
                AT END
                    MOVE 1 TO Wfin2
                NOT AT END
                    IF fl_idCrime = Wfc_idCrime
                        ADD 1 TO Wnb
                    END-IF
            END-PERFORM
            CLOSE fliens

            IF Wnb > 0
                DISPLAY "Suppression refusee : "Wnb" piece(s) ou lien(s) rattaches au crime."
            ELSE
                DISPLAY "Confirmer la suppression du crime "Wfc_idCrime" ? 1:OUI, 0:NON"
                ACCEPT Wdecision
                IF Wdecision = 1
                    DELETE fcrimes
                    DISPLAY "Crime supprime."
                    MOVE 1 TO Wjournaliser
                END-IF
            END-IF
        END-IF
        CLOSE fcrimes
    END-IF

    IF Wjournaliser = 1
        MOVE "fcrimes" TO Wfj_fichier
        PERFORM ECRIRE_JOURNAL
    END-IF
.
*> categorie d'infraction, qui fixe le delai de prescription
SAISIR_CATEGORIE_CRIME.
    PERFORM WITH TEST AFTER UNTIL Wfc_categorie = "crime"
            OR Wfc_categorie = "delit" OR Wfc_categorie = "contravention"
        DISPLAY "Categorie de l'infraction (crime/delit/contravention) :"
        ACCEPT Wfc_categorie
        IF Wfc_categorie NOT = "crime" AND Wfc_categorie NOT = "delit"
                AND Wfc_categorie NOT = "contravention"
            DISPLAY "Categorie invalide. Merci de ressaisir."
        END-IF
    END-PERFORM
.

RECHERCHER_CRIME.
    DISPLAY "Mot-cle a chercher dans les descriptions :"
    ACCEPT Wmot
                        AND Wdate8-cour >= Wdate8-deb
                        AND Wdate8-cour <= Wdate8-fin
                    PERFORM CHERCHER_MOT_DESCRIPTION
                    IF Wmot-trouve = 1
                        MOVE fc_idEnquetes TO Wpe-idEnq
                        PERFORM TESTER_PERIMETRE_ENQUETE
                        MOVE Wpe-dans TO Wmot-trouve
                    END-IF
                    IF Wmot-trouve = 1
                        DISPLAY "Crime "fc_idCrime" - "fc_lieu" - "fc_date" (enquete "fc_idEnquetes")"
                    END-IF
.

*>-----------------------------------------------------------------
*> Prescription de l'action publique : le delai (20 ans pour un
*> crime, 6 ans pour un delit, 1 an pour une contravention) court
*> depuis la date des faits ; chaque acte d'instruction de l'enquete
*> accompli avant l'echeance l'interrompt et fait courir un nouveau
*> delai entier a compter de sa date
*>-----------------------------------------------------------------
*> echeance du crime courant de fcrimes : Wpr-duree a 0 quand la
*> categorie n'est pas renseignee, sinon Wpr-date8 (AAAAMMJJ) et
*> Wpr-date-fr (JJ/MM/AAAA), dernier acte interruptif retenu dans
*> Wpr-interruption8 / Wpr-interruption-fr (0 s'il n'y en a pas)
CALCULER_PRESCRIPTION.
    EVALUATE fc_categorie
        WHEN "crime"
            MOVE Wpr-ans-crime TO Wpr-duree
        WHEN "delit"
            MOVE Wpr-ans-delit TO Wpr-duree
        WHEN "contravention"
            MOVE Wpr-ans-contrav TO Wpr-duree
        WHEN OTHER
            MOVE 0 TO Wpr-duree
    END-EVALUATE
    MOVE 0 TO Wpr-interruption8
    MOVE SPACES TO Wpr-interruption-fr
    MOVE 0 TO Wpr-date8
    MOVE SPACES TO Wpr-date-fr

    IF Wpr-duree > 0
        ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
        COMPUTE Wpr-auj8 = Wdjs-annee * 10000
            + Wdjs-mois * 100 + Wdjs-jour
        COMPUTE Wpr-base8 = fc_dt-annee * 10000
            + fc_dt-mois * 100 + fc_dt-jour
        *> un acte posterieur a l'echeance ne fait pas revivre une
        *> action deja prescrite : l'echeance est recalculee apres
        *> chaque interruption retenue, jusqu'a stabilite
        MOVE 1 TO Wpr-encore
        PERFORM UNTIL Wpr-encore = 0
            PERFORM CALCULER_ECHEANCE_PRESCRIPTION
            PERFORM CHERCHER_INTERRUPTION_PRESCRIPTION
        END-PERFORM
        MOVE Wpr-jour TO Wdf-jour
        MOVE "/" TO Wdf-sep1
        MOVE Wpr-mois TO Wdf-mois
        MOVE "/" TO Wdf-sep2
        MOVE Wpr-annee TO Wdf-annee
        MOVE Wdate-fr TO Wpr-date-fr
    END-IF
.

*> meme quantieme Wpr-duree ans apres Wpr-base8 ; un 29 fevrier
*> tombe au 28 quand l'annee d'echeance n'est pas bissextile
CALCULER_ECHEANCE_PRESCRIPTION.
    COMPUTE Wpr-annee = Wpr-base8 / 10000
    COMPUTE Wpr-mois = (Wpr-base8 - Wpr-annee * 10000) / 100
    COMPUTE Wpr-jour = Wpr-base8 - Wpr-annee * 10000
        - Wpr-mois * 100
    ADD Wpr-duree TO Wpr-annee
    IF Wpr-mois = 2 AND Wpr-jour = 29
        DIVIDE Wpr-annee BY 4 GIVING Wpr-quot REMAINDER Wpr-r4
        DIVIDE Wpr-annee BY 100 GIVING Wpr-quot REMAINDER Wpr-r100
        DIVIDE Wpr-annee BY 400 GIVING Wpr-quot REMAINDER Wpr-r400
        IF NOT ((Wpr-r4 = 0 AND Wpr-r100 NOT = 0) OR Wpr-r400 = 0)
            MOVE 28 TO Wpr-jour
        END-IF
    END-IF
    COMPUTE Wpr-date8 = Wpr-annee * 10000 + Wpr-mois * 100 + Wpr-jour
.

*> dernier acte de l'enquete du crime accompli apres Wpr-base8,
*> avant l'echeance Wpr-date8 et au plus tard aujourd'hui : il
*> devient le nouveau point de depart du delai
CHERCHER_INTERRUPTION_PRESCRIPTION.
    MOVE 0 TO Wpr-encore
    MOVE 0 TO Wpr-fin
    OPEN INPUT factes
    MOVE fc_idEnquetes TO fac_idEnq
    START factes KEY = fac_idEnq
        INVALID KEY
            MOVE 1 TO Wpr-fin
    END-START
    PERFORM UNTIL Wpr-fin = 1
        READ factes NEXT
        AT END
            MOVE 1 TO Wpr-fin
        NOT AT END
            IF fac_idEnq NOT = fc_idEnquetes
                MOVE 1 TO Wpr-fin
            ELSE
                COMPUTE Wpr-acte8 = fac_da-annee * 10000
                    + fac_da-mois * 100 + fac_da-jour
                IF Wpr-acte8 > Wpr-base8 AND Wpr-acte8 < Wpr-date8
                        AND Wpr-acte8 <= Wpr-auj8
                        AND Wpr-acte8 > Wpr-interruption8
                    MOVE Wpr-acte8 TO Wpr-interruption8
                    MOVE fac_date TO Wpr-interruption-fr
                    MOVE 1 TO Wpr-encore
                END-IF
            END-IF
    END-PERFORM
    CLOSE factes
    IF Wpr-encore = 1
        MOVE Wpr-interruption8 TO Wpr-base8
    END-IF
.

*> rapport periodique des crimes d'enquetes ouvertes dont la
*> prescription tombe dans l'horizon demande (ou est deja acquise),
*> du plus urgent au moins urgent, avec le chef d'enquete ; les
*> crimes sans categorie sont listes a part. En mode automate
*> l'horizon vient de batch.par (HORIZON=jours)
EDITER_PRESCRIPTIONS.
    IF Wbatch = 0
        DISPLAY "Horizon en jours (0 = "Wpr-horizon-def" jours) :"
        ACCEPT Wpr-horizon
    END-IF
    IF Wpr-horizon = 0
        MOVE Wpr-horizon-def TO Wpr-horizon
    END-IF

    ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
    COMPUTE Wdate8-calc = Wdjs-annee * 10000
        + Wdjs-mois * 100 + Wdjs-jour
    MOVE Wdate8-calc TO Wpr-date-ref
    PERFORM CONVERTIR_DATE8_JOURS
    MOVE Wjours-calc TO Wjours-auj

    MOVE 0 TO Wpr-nb
    MOVE 0 TO Wpr-perdus
    MOVE 0 TO Wpr-acquises
    MOVE 0 TO Wpr-sans-cat

    MOVE 0 TO Wfin
    OPEN INPUT fenquetes
    OPEN INPUT fcrimes
    PERFORM UNTIL Wfin = 1
        READ fcrimes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            *> seules comptent les enquetes encore ouvertes
            MOVE fc_idEnquetes TO fe_idEnq
            READ fenquetes
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE fe_matrChef TO Wpe-chef
                    PERFORM TESTER_PERIMETRE_CHEF
                    IF Wpe-dans = 1
                        PERFORM EXAMINER_PRESCRIPTION_CRIME
                    END-IF
            END-READ
    END-PERFORM
    CLOSE fcrimes
    CLOSE fenquetes

    OPEN OUTPUT fprescription
    MOVE "===============================================" TO Wetat-titre
    WRITE prescLigne FROM Wetat-titre
    MOVE "     PRESCRIPTIONS DE L'ACTION PUBLIQUE" TO Wetat-titre
    WRITE prescLigne FROM Wetat-titre
    MOVE "Date de reference (AAAAMMJJ) :" TO We-lib
    MOVE Wpr-date-ref TO We-val
    WRITE prescLigne FROM Wetat-ligne
    MOVE "Horizon (jours) :" TO We-lib
    MOVE Wpr-horizon TO We-val
    WRITE prescLigne FROM Wetat-ligne
    MOVE "===============================================" TO Wetat-titre
    WRITE prescLigne FROM Wetat-titre

    *> selection du plus urgent restant a chaque tour
    OPEN INPUT fagents
    MOVE 1 TO Wpr-min-ix
    PERFORM UNTIL Wpr-min-ix = 0
        MOVE 0 TO Wpr-min-ix
        PERFORM VARYING Wpr-ix FROM 1 BY 1 UNTIL Wpr-ix > Wpr-nb
            IF Wpr-pris(Wpr-ix) = 0 AND Wpr-cat(Wpr-ix) NOT = SPACES
                IF Wpr-min-ix = 0
                        OR Wpr-jours(Wpr-ix) < Wpr-min-jours
                    MOVE Wpr-ix TO Wpr-min-ix
                    MOVE Wpr-jours(Wpr-ix) TO Wpr-min-jours
                END-IF
            END-IF
        END-PERFORM
        IF Wpr-min-ix > 0
            MOVE 1 TO Wpr-pris(Wpr-min-ix)
            MOVE Wpr-min-ix TO Wpr-ix
            MOVE " prescrit le " TO Wpl-date-lib
            MOVE Wpr-jours(Wpr-ix) TO Wpl-jours
            MOVE " j. " TO Wpl-j-lib
            PERFORM ECRIRE_LIGNE_PRESCRIPTION
        END-IF
    END-PERFORM

    IF Wpr-sans-cat > 0
        MOVE "--- Crimes sans categorie d'infraction (prescription non calculable) ---" TO Wetat-titre
        WRITE prescLigne FROM Wetat-titre
        PERFORM VARYING Wpr-ix FROM 1 BY 1 UNTIL Wpr-ix > Wpr-nb
            IF Wpr-cat(Wpr-ix) = SPACES
                MOVE "    faits du " TO Wpl-date-lib
                MOVE 0 TO Wpl-jours
                MOVE SPACES TO Wpl-j-lib
                PERFORM ECRIRE_LIGNE_PRESCRIPTION
            END-IF
        END-PERFORM
    END-IF
    CLOSE fagents

    MOVE "===============================================" TO Wetat-titre
    WRITE prescLigne FROM Wetat-titre
    MOVE "Prescriptions deja acquises :" TO We-lib
    MOVE Wpr-acquises TO We-val
    WRITE prescLigne FROM Wetat-ligne
    COMPUTE Wnb = Wpr-nb - Wpr-acquises - Wpr-sans-cat
    MOVE "Prescriptions dans l'horizon :" TO We-lib
    MOVE Wnb TO We-val
    WRITE prescLigne FROM Wetat-ligne
    MOVE "Crimes sans categorie :" TO We-lib
    MOVE Wpr-sans-cat TO We-val
    WRITE prescLigne FROM Wetat-ligne
    IF Wpr-perdus > 0
        MOVE "Crimes non detailles (table pleine) :" TO We-lib
        MOVE Wpr-perdus TO We-val
        WRITE prescLigne FROM Wetat-ligne
    END-IF
    MOVE "Visa du chef de service :" TO Wetat-titre
    WRITE prescLigne FROM Wetat-titre
    CLOSE fprescription

    MOVE "Rapport ecrit dans prescriptions.txt" TO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

*> crime courant de fcrimes (enquete ouverte dans enqTampon) : retenu
*> si sa prescription tombe dans l'horizon ou si sa categorie manque
EXAMINER_PRESCRIPTION_CRIME.
    PERFORM CALCULER_PRESCRIPTION
    MOVE 0 TO Wtrouve2
    IF Wpr-duree = 0
        MOVE 1 TO Wtrouve2
        MOVE 0 TO Wjours-ecart
    ELSE
        MOVE Wpr-date8 TO Wdate8-calc
        PERFORM CONVERTIR_DATE8_JOURS
        COMPUTE Wjours-ecart = Wjours-calc - Wjours-auj
        IF Wjours-ecart <= Wpr-horizon
            MOVE 1 TO Wtrouve2
        END-IF
    END-IF

    IF Wtrouve2 = 1
        IF Wpr-nb < Wpr-max
            ADD 1 TO Wpr-nb
            MOVE fc_idCrime TO Wpr-crime(Wpr-nb)
            MOVE fc_idEnquetes TO Wpr-enq(Wpr-nb)
            MOVE fc_categorie TO Wpr-cat(Wpr-nb)
            MOVE fe_matrChef TO Wpr-chef(Wpr-nb)
            MOVE Wjours-ecart TO Wpr-jours(Wpr-nb)
            MOVE 0 TO Wpr-pris(Wpr-nb)
            IF Wpr-duree = 0
                MOVE SPACES TO Wpr-cat(Wpr-nb)
                MOVE fc_date TO Wpr-echeance(Wpr-nb)
                ADD 1 TO Wpr-sans-cat
            ELSE
                MOVE Wpr-date-fr TO Wpr-echeance(Wpr-nb)
                IF Wjours-ecart < 0
                    ADD 1 TO Wpr-acquises
                END-IF
            END-IF
        ELSE
            ADD 1 TO Wpr-perdus
        END-IF
    END-IF
.

*> ligne du rapport pour l'entree Wpr-ix, avec le nom du chef
*> d'enquete lu dans fagents (ouvert par l'appelant)
ECRIRE_LIGNE_PRESCRIPTION.
    MOVE "Crime " TO Wpl-lib
    MOVE Wpr-crime(Wpr-ix) TO Wpl-crime
    MOVE " enquete " TO Wpl-enq-lib
    MOVE Wpr-enq(Wpr-ix) TO Wpl-enq
    MOVE SPACES TO Wpl-cat
    MOVE Wpr-cat(Wpr-ix) TO Wpl-cat(2:13)
    MOVE Wpr-echeance(Wpr-ix) TO Wpl-date
    MOVE Wpr-chef(Wpr-ix) TO Wpl-chef
    MOVE SPACE TO Wpl-sep
    MOVE Wpr-chef(Wpr-ix) TO fa_matr
    READ fagents
        INVALID KEY
            MOVE "(chef introuvable)" TO Wpl-nom
        NOT INVALID KEY
            MOVE fa_nom TO Wpl-nom
    END-READ
    WRITE prescLigne FROM Wpres-ligne
    IF Wbatch = 0
        DISPLAY Wpres-ligne
    END-IF
.

*>-----------------------------------------------------------------
*> Rapprochement des crimes entre enquetes (series) : deux crimes
*> d'enquetes ouvertes differentes sont rapproches quand une meme
*> personne est liee aux deux affaires (fliens, tout role), quand
*> ils ont eu lieu au meme endroit a moins de Wrp-jours-max jours
*> d'intervalle, ou quand leurs descriptions partagent au moins
*> Wrp-mots-min mots significatifs. Les enquetes rapprochees de
*> proche en proche forment un groupe ; le rapport
*> rapprochements.txt presente chaque groupe avec ses chefs
*> d'enquete et le motif de chaque rapprochement. En mode automate
*> les seuils viennent de batch.par (JOURS=, MOTS=)
*>-----------------------------------------------------------------
EDITER_RAPPROCHEMENTS.
    IF Wbatch = 0
        DISPLAY "Ecart maximal entre deux faits au meme lieu, en jours (0 = "Wrp-jours-def") :"
        ACCEPT Wrp-jours-max
        DISPLAY "Nombre minimal de mots communs (0 = "Wrp-mots-def") :"
        ACCEPT Wrp-mots-min
    END-IF
    IF Wrp-jours-max = 0
        MOVE Wrp-jours-def TO Wrp-jours-max
    END-IF
    IF Wrp-mots-min = 0
        MOVE Wrp-mots-def TO Wrp-mots-min
    END-IF

    MOVE 0 TO Wrp-perdus
    MOVE 0 TO Wrp-tronques
    MOVE 0 TO Wrp-nb-match
    PERFORM CHARGER_ENQUETES_RAPPROCHEMENT
    PERFORM CHARGER_CRIMES_RAPPROCHEMENT
    PERFORM CHARGER_LIENS_RAPPROCHEMENT

    PERFORM COMPARER_PERSONNES_RAPPROCHEMENT
    PERFORM VARYING Wrp-ix FROM 1 BY 1 UNTIL Wrp-ix > Wrp-nb-crimes
        PERFORM VARYING Wrp-jx FROM Wrp-ix BY 1
                UNTIL Wrp-jx > Wrp-nb-crimes
            IF Wrp-c-eix(Wrp-ix) NOT = Wrp-c-eix(Wrp-jx)
                PERFORM COMPARER_CRIMES_RAPPROCHEMENT
            END-IF
        END-PERFORM
    END-PERFORM

    PERFORM ECRIRE_RAPPROCHEMENTS

    MOVE SPACES TO Wtrace-ligne
    STRING "Rapprochements : " Wrp-nb-match " rapprochement(s) en "
        Wrp-nb-groupes " groupe(s), rapport ecrit dans "
        "rapprochements.txt" DELIMITED SIZE INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
    IF Wrp-tronques > 0
        MOVE SPACES TO Wtrace-ligne
        STRING "Rapprochements : " Wrp-tronques " crime(s) compare(s) "
            "sur leurs " Wrp-max-mots " premiers mots seulement"
            DELIMITED SIZE INTO Wtrace-ligne
        PERFORM ECRIRE_TRACE
    END-IF
.

*> enquetes ouvertes du perimetre de l'operateur, chacune
*> representant d'abord son propre groupe
CHARGER_ENQUETES_RAPPROCHEMENT.
    MOVE 0 TO Wrp-nb-enq
    MOVE 0 TO Wfin
    OPEN INPUT fenquetes
    PERFORM UNTIL Wfin = 1
        READ fenquetes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE fe_matrChef TO Wpe-chef
            PERFORM TESTER_PERIMETRE_CHEF
            IF Wpe-dans = 1
                IF Wrp-nb-enq < Wrp-max-enq
                    ADD 1 TO Wrp-nb-enq
                    MOVE fe_idEnq TO Wrp-e-id(Wrp-nb-enq)
                    MOVE fe_matrChef TO Wrp-e-chef(Wrp-nb-enq)
                    MOVE Wrp-nb-enq TO Wrp-e-parent(Wrp-nb-enq)
                ELSE
                    ADD 1 TO Wrp-perdus
                END-IF
            END-IF
    END-PERFORM
    CLOSE fenquetes
.

*> crimes des enquetes ouvertes : lieu et description passes en
*> majuscules, date des faits en nombre de jours, mots significatifs
CHARGER_CRIMES_RAPPROCHEMENT.
    MOVE 0 TO Wrp-nb-crimes
    MOVE 0 TO Wfin
    OPEN INPUT fcrimes
    PERFORM UNTIL Wfin = 1
        READ fcrimes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE fc_idEnquetes TO Wfe_idEnq
            PERFORM CHERCHER_ENQUETE_RAPPROCHEMENT
            IF Wrp-eix > 0
                IF Wrp-nb-crimes < Wrp-max-crimes
                    ADD 1 TO Wrp-nb-crimes
                    PERFORM RETENIR_CRIME_RAPPROCHEMENT
                ELSE
                    ADD 1 TO Wrp-perdus
                END-IF
            END-IF
    END-PERFORM
    CLOSE fcrimes
.

*> rang dans la table des enquetes ouvertes de Wfe_idEnq (0 sinon)
CHERCHER_ENQUETE_RAPPROCHEMENT.
    MOVE 0 TO Wrp-eix
    PERFORM VARYING Wrp-kx FROM 1 BY 1
            UNTIL Wrp-kx > Wrp-nb-enq OR Wrp-eix > 0
        IF Wrp-e-id(Wrp-kx) = Wfe_idEnq
            MOVE Wrp-kx TO Wrp-eix
        END-IF
    END-PERFORM
.

RETENIR_CRIME_RAPPROCHEMENT.
    MOVE Wrp-nb-crimes TO Wrp-ix
    MOVE fc_idCrime TO Wrp-c-id(Wrp-ix)
    MOVE Wrp-eix TO Wrp-c-eix(Wrp-ix)
    MOVE fc_lieu TO Wrp-lieu
    INSPECT Wrp-lieu CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE Wrp-lieu TO Wrp-c-lieu(Wrp-ix)
    COMPUTE Wdate8-calc = fc_dt-annee * 10000
        + fc_dt-mois * 100 + fc_dt-jour
    PERFORM CONVERTIR_DATE8_JOURS
    MOVE Wjours-calc TO Wrp-c-jours(Wrp-ix)

    *> decoupage de la description en mots (suites de lettres)
    MOVE 0 TO Wrp-c-nbmots(Wrp-ix)
    MOVE 0 TO Wrp-coupe
    MOVE fc_description TO Wrp-texte
    INSPECT Wrp-texte CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE 0 TO Wrp-lg
    MOVE SPACES TO Wrp-mot
    PERFORM VARYING Wrp-cx FROM 1 BY 1 UNTIL Wrp-cx > 2000
        MOVE Wrp-texte(Wrp-cx:1) TO Wrp-car
        IF Wrp-car >= "A" AND Wrp-car <= "Z"
            IF Wrp-lg < 20
                ADD 1 TO Wrp-lg
                MOVE Wrp-car TO Wrp-mot(Wrp-lg:1)
            END-IF
        ELSE
            PERFORM RETENIR_MOT_RAPPROCHEMENT
        END-IF
    END-PERFORM
    PERFORM RETENIR_MOT_RAPPROCHEMENT
    IF Wrp-coupe = 1
        ADD 1 TO Wrp-tronques
    END-IF
.

*> le mot en cours est garde s'il est assez long, hors de la liste
*> des mots courants et pas deja retenu pour ce crime (Wrp-max-mots
*> au plus, Wrp-coupe a 1 si un mot de plus a du etre ecarte)
RETENIR_MOT_RAPPROCHEMENT.
    IF Wrp-lg >= Wrp-lg-min
        MOVE 0 TO Wrp-present
        PERFORM VARYING Wrp-sx FROM 1 BY 1
                UNTIL Wrp-sx > Wrp-nb-stop OR Wrp-present = 1
            IF Wrp-stop(Wrp-sx) = Wrp-mot
                MOVE 1 TO Wrp-present
            END-IF
        END-PERFORM
        PERFORM VARYING Wrp-wx FROM 1 BY 1
                UNTIL Wrp-wx > Wrp-c-nbmots(Wrp-ix) OR Wrp-present = 1
            IF Wrp-c-mot(Wrp-ix, Wrp-wx) = Wrp-mot
                MOVE 1 TO Wrp-present
            END-IF
        END-PERFORM
        IF Wrp-present = 0
            IF Wrp-c-nbmots(Wrp-ix) < Wrp-max-mots
                ADD 1 TO Wrp-c-nbmots(Wrp-ix)
                MOVE Wrp-mot TO Wrp-c-mot(Wrp-ix, Wrp-c-nbmots(Wrp-ix))
            ELSE
                MOVE 1 TO Wrp-coupe
            END-IF
        END-IF
    END-IF
    MOVE 0 TO Wrp-lg
    MOVE SPACES TO Wrp-mot
.

*> liens des personnes vers un crime ou une enquete encore ouverts
CHARGER_LIENS_RAPPROCHEMENT.
    MOVE 0 TO Wrp-nb-liens
    MOVE 0 TO Wfin
    OPEN INPUT fliens
    PERFORM UNTIL Wfin = 1
        READ fliens NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE 0 TO Wrp-eix
            MOVE 0 TO Wrp-m-crime1
            IF fl_idCrime NOT = 0
                PERFORM VARYING Wrp-kx FROM 1 BY 1
                        UNTIL Wrp-kx > Wrp-nb-crimes OR Wrp-eix > 0
                    IF Wrp-c-id(Wrp-kx) = fl_idCrime
                        MOVE Wrp-c-eix(Wrp-kx) TO Wrp-eix
                        MOVE Wrp-c-id(Wrp-kx) TO Wrp-m-crime1
                    END-IF
                END-PERFORM
            ELSE
                MOVE fl_idEnq TO Wfe_idEnq
                PERFORM CHERCHER_ENQUETE_RAPPROCHEMENT
            END-IF
            IF Wrp-eix > 0
                IF Wrp-nb-liens < Wrp-max-liens
                    ADD 1 TO Wrp-nb-liens
                    MOVE fl_idPers TO Wrp-l-pers(Wrp-nb-liens)
                    MOVE Wrp-m-crime1 TO Wrp-l-crime(Wrp-nb-liens)
                    MOVE Wrp-eix TO Wrp-l-eix(Wrp-nb-liens)
                    MOVE fl_role TO Wrp-l-role(Wrp-nb-liens)
                ELSE
                    ADD 1 TO Wrp-perdus
                END-IF
            END-IF
    END-PERFORM
    CLOSE fliens
.

*> une meme personne liee a deux enquetes ouvertes differentes
COMPARER_PERSONNES_RAPPROCHEMENT.
    OPEN INPUT fpersonnes
    PERFORM VARYING Wrp-ix FROM 1 BY 1 UNTIL Wrp-ix > Wrp-nb-liens
        PERFORM VARYING Wrp-jx FROM Wrp-ix BY 1
                UNTIL Wrp-jx > Wrp-nb-liens
            IF Wrp-l-pers(Wrp-ix) = Wrp-l-pers(Wrp-jx)
                    AND Wrp-l-eix(Wrp-ix) NOT = Wrp-l-eix(Wrp-jx)
                MOVE Wrp-l-pers(Wrp-ix) TO fp_idPers
                READ fpersonnes
                    INVALID KEY
                        MOVE SPACES TO fp_nom
                END-READ
                MOVE Wrp-l-pers(Wrp-ix) TO Wrp-id-ed
                MOVE SPACES TO Wrp-detail
                STRING "meme personne " Wrp-id-ed " " fp_nom " ("
                    Wrp-l-role(Wrp-ix) "/" Wrp-l-role(Wrp-jx) ")"
                    DELIMITED SIZE INTO Wrp-detail
                MOVE "P" TO Wrp-motif
                MOVE Wrp-l-eix(Wrp-ix) TO Wrp-m-e1
                MOVE Wrp-l-crime(Wrp-ix) TO Wrp-m-crime1
                MOVE Wrp-l-eix(Wrp-jx) TO Wrp-m-e2
                MOVE Wrp-l-crime(Wrp-jx) TO Wrp-m-crime2
                PERFORM AJOUTER_RAPPROCHEMENT
            END-IF
        END-PERFORM
    END-PERFORM
    CLOSE fpersonnes
.

*> crimes Wrp-ix et Wrp-jx d'enquetes differentes : meme lieu a
*> quelques jours d'intervalle, puis mots communs
COMPARER_CRIMES_RAPPROCHEMENT.
    MOVE Wrp-c-eix(Wrp-ix) TO Wrp-m-e1
    MOVE Wrp-c-id(Wrp-ix) TO Wrp-m-crime1
    MOVE Wrp-c-eix(Wrp-jx) TO Wrp-m-e2
    MOVE Wrp-c-id(Wrp-jx) TO Wrp-m-crime2

    IF Wrp-c-lieu(Wrp-ix) NOT = SPACES
            AND Wrp-c-lieu(Wrp-ix) = Wrp-c-lieu(Wrp-jx)
        COMPUTE Wrp-ecart = Wrp-c-jours(Wrp-ix) - Wrp-c-jours(Wrp-jx)
        IF Wrp-ecart < 0
            COMPUTE Wrp-ecart = 0 - Wrp-ecart
        END-IF
        IF Wrp-ecart <= Wrp-jours-max
            MOVE Wrp-ecart TO Wrp-ecart-ed
            MOVE SPACES TO Wrp-detail
            STRING "meme lieu a " Wrp-ecart-ed " jour(s) d'intervalle"
                DELIMITED SIZE INTO Wrp-detail
            MOVE "L" TO Wrp-motif
            PERFORM AJOUTER_RAPPROCHEMENT
        END-IF
    END-IF

    MOVE 0 TO Wrp-communs
    MOVE SPACES TO Wrp-mot1
    MOVE SPACES TO Wrp-mot2
    PERFORM VARYING Wrp-wx FROM 1 BY 1
            UNTIL Wrp-wx > Wrp-c-nbmots(Wrp-ix)
        PERFORM VARYING Wrp-vx FROM 1 BY 1
                UNTIL Wrp-vx > Wrp-c-nbmots(Wrp-jx)
            IF Wrp-c-mot(Wrp-ix, Wrp-wx) = Wrp-c-mot(Wrp-jx, Wrp-vx)
                ADD 1 TO Wrp-communs
                IF Wrp-communs = 1
                    MOVE Wrp-c-mot(Wrp-ix, Wrp-wx) TO Wrp-mot1
                END-IF
                IF Wrp-communs = 2
                    MOVE Wrp-c-mot(Wrp-ix, Wrp-wx) TO Wrp-mot2
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    IF Wrp-communs >= Wrp-mots-min
        MOVE SPACES TO Wrp-detail
        STRING Wrp-communs " mot(s) commun(s) : " Wrp-mot1 " "
            Wrp-mot2 DELIMITED SIZE INTO Wrp-detail
        MOVE "M" TO Wrp-motif
        PERFORM AJOUTER_RAPPROCHEMENT
    END-IF
.

*> rapprochement Wrp-m-* retenu une seule fois, et les deux
*> enquetes reunies dans le meme groupe
AJOUTER_RAPPROCHEMENT.
    MOVE 0 TO Wrp-present
    PERFORM VARYING Wrp-kx FROM 1 BY 1
            UNTIL Wrp-kx > Wrp-nb-match OR Wrp-present = 1
        IF Wrp-m-eix1(Wrp-kx) = Wrp-m-e1
                AND Wrp-m-eix2(Wrp-kx) = Wrp-m-e2
                AND Wrp-m-c1(Wrp-kx) = Wrp-m-crime1
                AND Wrp-m-c2(Wrp-kx) = Wrp-m-crime2
                AND Wrp-m-motif(Wrp-kx) = Wrp-motif
                AND Wrp-m-detail(Wrp-kx) = Wrp-detail
            MOVE 1 TO Wrp-present
        END-IF
    END-PERFORM

    IF Wrp-present = 0
        IF Wrp-nb-match < Wrp-max-match
            ADD 1 TO Wrp-nb-match
            MOVE Wrp-m-e1 TO Wrp-m-eix1(Wrp-nb-match)
            MOVE Wrp-m-crime1 TO Wrp-m-c1(Wrp-nb-match)
            MOVE Wrp-m-e2 TO Wrp-m-eix2(Wrp-nb-match)
            MOVE Wrp-m-crime2 TO Wrp-m-c2(Wrp-nb-match)
            MOVE Wrp-motif TO Wrp-m-motif(Wrp-nb-match)
            MOVE Wrp-detail TO Wrp-m-detail(Wrp-nb-match)
            MOVE Wrp-m-e1 TO Wrp-x
            PERFORM TROUVER_GROUPE_RAPPROCHEMENT
            MOVE Wrp-racine TO Wrp-racine2
            MOVE Wrp-m-e2 TO Wrp-x
            PERFORM TROUVER_GROUPE_RAPPROCHEMENT
            IF Wrp-racine NOT = Wrp-racine2
                MOVE Wrp-racine2 TO Wrp-e-parent(Wrp-racine)
            END-IF
        ELSE
            ADD 1 TO Wrp-perdus
        END-IF
    END-IF
.

*> representant du groupe de l'enquete de rang Wrp-x
TROUVER_GROUPE_RAPPROCHEMENT.
    MOVE Wrp-x TO Wrp-racine
    PERFORM UNTIL Wrp-e-parent(Wrp-racine) = Wrp-racine
        MOVE Wrp-e-parent(Wrp-racine) TO Wrp-racine
    END-PERFORM
.

*> un groupe par representant ayant au moins un rapprochement : ses
*> enquetes avec leur chef, puis chaque rapprochement et son motif
ECRIRE_RAPPROCHEMENTS.
    OPEN OUTPUT frapprochement
    MOVE "===============================================" TO Wetat-titre
    WRITE rapLigne FROM Wetat-titre
    MOVE "     RAPPROCHEMENTS ENTRE ENQUETES OUVERTES" TO Wetat-titre
    WRITE rapLigne FROM Wetat-titre
    ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
    MOVE "Date de reference (AAAAMMJJ) :" TO We-lib
    MOVE Wdate-jour-sys TO We-val
    WRITE rapLigne FROM Wetat-ligne
    MOVE "Ecart maximal au meme lieu (jours) :" TO We-lib
    MOVE Wrp-jours-max TO We-val
    WRITE rapLigne FROM Wetat-ligne
    MOVE "Mots communs exiges :" TO We-lib
    MOVE Wrp-mots-min TO We-val
    WRITE rapLigne FROM Wetat-ligne
    MOVE "Crimes compares :" TO We-lib
    MOVE Wrp-nb-crimes TO We-val
    WRITE rapLigne FROM Wetat-ligne
    MOVE "===============================================" TO Wetat-titre
    WRITE rapLigne FROM Wetat-titre

    MOVE 0 TO Wrp-nb-groupes
    OPEN INPUT fagents
    PERFORM VARYING Wrp-eix FROM 1 BY 1 UNTIL Wrp-eix > Wrp-nb-enq
        IF Wrp-e-parent(Wrp-eix) = Wrp-eix
            PERFORM ECRIRE_GROUPE_RAPPROCHEMENT
        END-IF
    END-PERFORM
    CLOSE fagents

    MOVE "===============================================" TO Wetat-titre
    WRITE rapLigne FROM Wetat-titre
    MOVE "Rapprochements releves :" TO We-lib
    MOVE Wrp-nb-match TO We-val
    WRITE rapLigne FROM Wetat-ligne
    MOVE "Groupes d'enquetes :" TO We-lib
    MOVE Wrp-nb-groupes TO We-val
    WRITE rapLigne FROM Wetat-ligne
    IF Wrp-perdus > 0
        MOVE "Elements non examines (tables pleines) :" TO We-lib
        MOVE Wrp-perdus TO We-val
        WRITE rapLigne FROM Wetat-ligne
    END-IF
    IF Wrp-tronques > 0
        MOVE "Crimes aux mots non tous compares :" TO We-lib
        MOVE Wrp-tronques TO We-val
        WRITE rapLigne FROM Wetat-ligne
    END-IF
    MOVE "Visa du chef de service :" TO Wetat-titre
    WRITE rapLigne FROM Wetat-titre
    CLOSE frapprochement
.

*> groupe dont Wrp-eix est le representant ; rien n'est ecrit pour
*> une enquete restee seule
ECRIRE_GROUPE_RAPPROCHEMENT.
    MOVE 0 TO Wrp-present
    PERFORM VARYING Wrp-kx FROM 1 BY 1
            UNTIL Wrp-kx > Wrp-nb-match OR Wrp-present = 1
        MOVE Wrp-m-eix1(Wrp-kx) TO Wrp-x
        PERFORM TROUVER_GROUPE_RAPPROCHEMENT
        IF Wrp-racine = Wrp-eix
            MOVE 1 TO Wrp-present
        END-IF
    END-PERFORM

    IF Wrp-present = 1
        ADD 1 TO Wrp-nb-groupes
        MOVE Wrp-nb-groupes TO Wrp-id-ed
        MOVE SPACES TO Wrp-ligne
        STRING "--- Groupe " Wrp-id-ed " ---" DELIMITED SIZE
            INTO Wrp-ligne
        WRITE rapLigne FROM Wrp-ligne
        IF Wbatch = 0
            DISPLAY Wrp-ligne
        END-IF
        PERFORM VARYING Wrp-jx FROM 1 BY 1 UNTIL Wrp-jx > Wrp-nb-enq
            MOVE Wrp-jx TO Wrp-x
            PERFORM TROUVER_GROUPE_RAPPROCHEMENT
            IF Wrp-racine = Wrp-eix
                MOVE Wrp-e-chef(Wrp-jx) TO fa_matr
                READ fagents
                    INVALID KEY
                        MOVE "(introuvable)" TO fa_nom
                END-READ
                MOVE Wrp-e-id(Wrp-jx) TO Wrp-id-ed
                MOVE SPACES TO Wrp-ligne
                STRING "Enquete " Wrp-id-ed " - chef " Wrp-e-chef(Wrp-jx)
                    " " fa_nom DELIMITED SIZE INTO Wrp-ligne
                WRITE rapLigne FROM Wrp-ligne
                IF Wbatch = 0
                    DISPLAY Wrp-ligne
                END-IF
            END-IF
        END-PERFORM
        PERFORM VARYING Wrp-kx FROM 1 BY 1 UNTIL Wrp-kx > Wrp-nb-match
            MOVE Wrp-m-eix1(Wrp-kx) TO Wrp-x
            PERFORM TROUVER_GROUPE_RAPPROCHEMENT
            IF Wrp-racine = Wrp-eix
                PERFORM ECRIRE_LIGNE_RAPPROCHEMENT
            END-IF
        END-PERFORM
    END-IF
.

*> rapprochement Wrp-kx : les deux crimes (a blanc pour un lien pose
*> sur l'enquete), leurs enquetes et chefs, puis le motif
ECRIRE_LIGNE_RAPPROCHEMENT.
    MOVE Wrp-m-eix1(Wrp-kx) TO Wrp-m-e1
    MOVE Wrp-m-eix2(Wrp-kx) TO Wrp-m-e2
    MOVE Wrp-e-id(Wrp-m-e1) TO Wrp-id-ed
    MOVE Wrp-e-id(Wrp-m-e2) TO Wrp-id2-ed
    MOVE Wrp-m-c1(Wrp-kx) TO Wrp-c1-ed
    MOVE Wrp-m-c2(Wrp-kx) TO Wrp-c2-ed
    MOVE SPACES TO Wrp-ligne
    STRING "  crime " Wrp-c1-ed " enq " Wrp-id-ed " chef "
        Wrp-e-chef(Wrp-m-e1) "  <->  crime " Wrp-c2-ed " enq "
        Wrp-id2-ed " chef " Wrp-e-chef(Wrp-m-e2)
        DELIMITED SIZE INTO Wrp-ligne
    WRITE rapLigne FROM Wrp-ligne
    IF Wbatch = 0
        DISPLAY Wrp-ligne
    END-IF
    MOVE SPACES TO Wrp-ligne
    STRING "      motif : " Wrp-m-detail(Wrp-kx)
        DELIMITED SIZE INTO Wrp-ligne
    WRITE rapLigne FROM Wrp-ligne
    IF Wbatch = 0
        DISPLAY Wrp-ligne
    END-IF
.

*>-----------------------------------------------------------------
*> Dossier consolide pour le procureur : crime, enquete, agent, pieces
*>-----------------------------------------------------------------
EDITER_DOSSIER.
    DISPLAY "Numero du crime pour le dossier :"
    ACCEPT Wfc_idCrime
    MOVE Wfc_idCrime TO fc_idCrime

    OPEN INPUT fcrimes
    READ fcrimes
        INVALID KEY
            DISPLAY "Crime introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fcrimes

    IF Wtrouve = 1
        MOVE Wfc_idCrime TO Wpe-idCrime
        PERFORM CONTROLER_ACCES_CRIME
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        DISPLAY "================ DOSSIER =================="
        DISPLAY "Crime numero : "fc_idCrime
        DISPLAY "Lieu : "fc_lieu
        DISPLAY "Date : "fc_date
        PERFORM CALCULER_PRESCRIPTION
        IF Wpr-duree = 0
            DISPLAY "Categorie : non renseignee (prescription non calculable)"
        ELSE
            DISPLAY "Categorie : "fc_categorie" (prescription "Wpr-duree" an(s))"
            IF Wpr-interruption8 > 0
                DISPLAY "Prescription : "Wpr-date-fr" (interrompue par l'acte du "Wpr-interruption-fr")"
            ELSE
                DISPLAY "Prescription : "Wpr-date-fr
            END-IF
        END-IF
        DISPLAY "Description : "fc_description

        MOVE fc_idEnquetes TO fe_idEnq
        OPEN INPUT fenquetes
        READ fenquetes
            INVALID KEY
                MOVE 0 TO Wtrouve2
            NOT INVALID KEY
                DISPLAY "Enquete numero : "fe_idEnq
                DISPLAY "Date d'ouverture : "fe_dateDeb
                MOVE fe_matrChef TO fa_matr
                MOVE 1 TO Wtrouve2
        END-READ
        CLOSE fenquetes

        *> enquete cloturee : retiree de fenquetes par SUPPRIMER_ENQUETE,
        *> le chef se retrouve dans farchives sous le meme identifiant
        IF Wtrouve2 = 0
            MOVE fc_idEnquetes TO far_idArchi
            OPEN INPUT farchives
            READ farchives
                INVALID KEY
                    DISPLAY "Enquete introuvable."
                NOT INVALID KEY
                    DISPLAY "Enquete numero : "far_idArchi" (archivee)"
                    DISPLAY "Date d'ouverture : "far_dateDeb
                    MOVE far_chef TO fa_matr
                    MOVE 1 TO Wtrouve2
            END-READ
            CLOSE farchives
        END-IF

        IF Wtrouve2 = 1
            OPEN INPUT fagents
            READ fagents
                INVALID KEY
                    DISPLAY "Agent responsable introuvable."
                NOT INVALID KEY
                    DISPLAY "Agent responsable : "fa_matr" "fa_nom" "fa_prenom
            END-READ
            CLOSE fagents
        END-IF

        *> pieces du crime lues par la cle secondaire fpi_idCrime
        DISPLAY "--- Pieces a conviction ---"
        MOVE 0 TO Wfin
        OPEN INPUT fpieces
        MOVE Wfc_idCrime TO fpi_idCrime
        START fpieces KEY = fpi_idCrime
            INVALID KEY
                MOVE 1 TO Wfin
        END-START
        PERFORM UNTIL Wfin = 1
            READ fpieces NEXT
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF fpi_idCrime NOT = Wfc_idCrime
                    MOVE 1 TO Wfin
                ELSE
                    MOVE fpi_idPiece TO Wfpi_idPiece
                    PERFORM TESTER_PIECE_DISPOSEE
                    IF Wdisposee = 1
                        DISPLAY "Piece "fpi_idPiece" - "fpi_nature" ("fo_type" le "fo_dateExec", ordonnance "fo_reference")"
                    ELSE
                        DISPLAY "Piece "fpi_idPiece" - "fpi_nature" (box "fpi_idBox")"
                    END-IF
                    PERFORM AFFICHER_ANALYSES_PIECE
                END-IF
        END-PERFORM
        CLOSE fpieces
        DISPLAY "============================================"
    END-IF
.

*> resultats d'analyses de la piece Wfpi_idPiece pour le dossier du
*> procureur, lus par la cle secondaire fan_idPiece
AFFICHER_ANALYSES_PIECE.
    MOVE 0 TO Wfin2
    OPEN INPUT fanalyses
    MOVE Wfpi_idPiece TO fan_idPiece
    START fanalyses KEY = fan_idPiece
        INVALID KEY
            MOVE 1 TO Wfin2
    END-START
    PERFORM UNTIL Wfin2 = 1
        READ fanalyses NEXT
        AT END
            MOVE 1 TO Wfin2
        NOT AT END
            IF fan_idPiece NOT = Wfpi_idPiece
                MOVE 1 TO Wfin2
            ELSE
                IF fan_statut = "recu"
                    DISPLAY "   Analyse "fan_type" du "fan_dateEnvoi" : "fan_resultat
                ELSE
                    DISPLAY "   Analyse "fan_type" du "fan_dateEnvoi" : EN ATTENTE (ref "fan_refLabo")"
                END-IF
            END-IF
    END-PERFORM
    CLOSE fanalyses
.

AJOUTER_PIECE.
    DISPLAY "Numero du crime concerne par la piece :"
    ACCEPT Wfc_idCrime
    MOVE Wfc_idCrime TO fc_idCrime

    OPEN INPUT fcrimes
    READ fcrimes
        INVALID KEY
            DISPLAY "Crime introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
            MOVE fc_idEnquetes TO Wfpi_idEnq
    END-READ
    CLOSE fcrimes

    IF Wtrouve = 1
        MOVE Wfc_idCrime TO Wpe-idCrime
        PERFORM CONTROLER_ACCES_CRIME
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        DISPLAY "Nature de la piece :"
        ACCEPT Wfpi_nature
        DISPLAY "Taille de la piece (P/M/G) :"
        ACCEPT Wfpi_taille

        PERFORM DETERMINER_LIEU_CHEF

        *> l'identifiant est fourni par le compteur de controle fcontrole
        MOVE "PIECES" TO Wcpt-nom
        PERFORM PRENDRE_IDENTIFIANT
        MOVE Wcpt-id TO Wnb

        IF Wtrouve2 = 1
            PERFORM TROUVER_BOX_DISPONIBLE

            MOVE Wnb TO fpi_idPiece
            MOVE Wfpi_nature TO fpi_nature
            MOVE Wfpi_taille TO fpi_taille
            MOVE Wfb_idBox TO fpi_idBox
            MOVE Wfc_idCrime TO fpi_idCrime
            MOVE Wfpi_idEnq TO fpi_idEnq

            MOVE 0 TO Wjournaliser
            OPEN I-O fpieces
            WRITE pieceTampon
                INVALID KEY
                    DISPLAY "Existe deja"
                NOT INVALID KEY
                    DISPLAY "Piece enregistree, numero "Wnb" - box "Wfb_idBox
                    MOVE 1 TO Wjournaliser
            END-WRITE
            CLOSE fpieces

            IF Wjournaliser = 1
                MOVE "fpieces" TO Wfj_fichier
                MOVE fpi_idPiece TO Wfj_cle
                MOVE "AJOUT" TO Wfj_operation
                MOVE SPACES TO Wfj_avant
                MOVE pieceTampon TO Wfj_apres
                PERFORM ECRIRE_JOURNAL
            END-IF
        END-IF
    END-IF
.

*> lieu de service du chef de l'enquete Wfpi_idEnq, pour ranger la
*> piece au plus pres du service demandeur ; vide si introuvable
DETERMINER_LIEU_CHEF.
    MOVE SPACES TO Wfb_lieuPref
    MOVE 0 TO Wtrouve2
    MOVE Wfpi_idEnq TO fe_idEnq
    OPEN INPUT fenquetes
    READ fenquetes
        INVALID KEY
            MOVE 0 TO Wtrouve2
        NOT INVALID KEY
            MOVE fe_matrChef TO Wfa_matr
            MOVE 1 TO Wtrouve2
    END-READ
    CLOSE fenquetes

    *> enquete cloturee : le chef se retrouve dans farchives
    IF Wtrouve2 = 0
        MOVE Wfpi_idEnq TO far_idArchi
        OPEN INPUT farchives
        READ farchives
            INVALID KEY
                MOVE 0 TO Wtrouve2
            NOT INVALID KEY
                MOVE far_chef TO Wfa_matr
                MOVE 1 TO Wtrouve2
        END-READ
        CLOSE farchives
    END-IF

    IF Wtrouve2 = 1
        MOVE Wfa_matr TO fa_matr
        OPEN INPUT fagents
        READ fagents
            INVALID KEY
                MOVE SPACES TO Wfb_lieuPref
            NOT INVALID KEY
                MOVE fa_lieuServ TO Wfb_lieuPref
        END-READ
        CLOSE fagents
    END-IF
.
*> transfert d'une piece vers une autre box : fpi_idBox et les deux
*> compteurs fb_nbPieces sont mis a jour dans la meme operation
MODIFIER_PIECE.
    DISPLAY "Numero de la piece a transferer :"
    ACCEPT Wfpi_idPiece
    MOVE Wfpi_idPiece TO fpi_idPiece

            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
            MOVE fpi_idBox TO Wfb_idBoxOrig
    END-READ
    CLOSE fpieces

    IF Wtrouve = 1
        MOVE Wfpi_idPiece TO Wpe-idPiece
        PERFORM CONTROLER_ACCES_PIECE
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        PERFORM TESTER_PIECE_DISPOSEE
        IF Wdisposee = 1
            DISPLAY "Piece "fo_type" le "fo_dateExec" sur ordonnance, transfert refuse."
            MOVE 0 TO Wtrouve
        END-IF
    END-IF

    IF Wtrouve = 1
        PERFORM TESTER_PIECE_SORTIE
        IF Wsortie = 1
            DISPLAY "Piece actuellement sortie (mouvement "Wfm_idMouv"), transfert refuse."
        ELSE
            DISPLAY "Numero de la box de destination :"
            ACCEPT Wfb_idBox
            *> la box de destination est prise dans le service
            MOVE 1 TO Wpe-dans
            IF Wfb_idBox NOT = Wfb_idBoxOrig
                MOVE Wfb_idBox TO Wpe-idBox
                PERFORM CONTROLER_ACCES_BOX
            END-IF
            IF Wfb_idBox = Wfb_idBoxOrig OR Wpe-dans = 0
                IF Wpe-dans = 1
                    DISPLAY "La piece est deja dans cette box."
                END-IF
            ELSE
                *> la piece est relue sous le verrou des boxes : un autre
                *> poste a pu la deplacer ou la sortir depuis sa lecture
                MOVE 0 TO Wjournaliser
                MOVE 0 TO Wjournaliser2
                PERFORM PRENDRE_VERROU_BOXES
                MOVE Wvr-tenu TO Wtrouve
                IF Wtrouve = 1
                    MOVE Wfpi_idPiece TO fpi_idPiece
                    OPEN INPUT fpieces
                    READ fpieces
                        INVALID KEY
                            DISPLAY "Piece supprimee par un autre poste, transfert abandonne."
                            MOVE 0 TO Wtrouve
                        NOT INVALID KEY
                            IF fpi_idBox NOT = Wfb_idBoxOrig
                                DISPLAY "Piece deplacee en box "fpi_idBox" par un autre poste, transfert abandonne."
                                MOVE 0 TO Wtrouve
                            END-IF
                    END-READ
                    CLOSE fpieces
                END-IF
                IF Wtrouve = 1
                    PERFORM TESTER_PIECE_SORTIE
                    IF Wsortie = 1
                        DISPLAY "Piece sortie entre-temps (mouvement "Wfm_idMouv"), transfert refuse."
                        MOVE 0 TO Wtrouve
                    END-IF
                END-IF

                IF Wtrouve = 1
                    OPEN I-O fboxes
                    MOVE Wfb_idBox TO fb_idBox
                    READ fboxes
                        INVALID KEY
                            DISPLAY "Box de destination introuvable."
                            MOVE 0 TO Wtrouve
                        NOT INVALID KEY
                            IF fb_nbPieces >= fb_capacite
                                DISPLAY "Box de destination pleine, transfert refuse."
                                MOVE 0 TO Wtrouve
                            ELSE
                                MOVE boxTampon TO Wfj_avant
                                ADD 1 TO fb_nbPieces
                                REWRITE boxTampon
                                MOVE boxTampon TO Wfj_apres
                            END-IF
                    END-READ
                    IF Wtrouve = 1
                        MOVE Wfb_idBoxOrig TO fb_idBox
                        READ fboxes
                            INVALID KEY
                                DISPLAY "Box d'origine introuvable, compteur non ajuste."
                            NOT INVALID KEY
                                MOVE boxTampon TO Wfj_avant2
                                IF fb_nbPieces > 0
                                    SUBTRACT 1 FROM fb_nbPieces
                                END-IF
                                REWRITE boxTampon
                                MOVE boxTampon TO Wfj_apres2
                                MOVE 1 TO Wjournaliser2
                        END-READ
                    END-IF
                    CLOSE fboxes
                END-IF

                IF Wtrouve = 1
                    MOVE Wfpi_idPiece TO fpi_idPiece
                    OPEN I-O fpieces
                    READ fpieces
                        INVALID KEY
                            DISPLAY "Piece introuvable."
                        NOT INVALID KEY
                            MOVE pieceTampon TO Wfj_avant3
                            MOVE Wfb_idBox TO fpi_idBox
                            REWRITE pieceTampon
                            MOVE pieceTampon TO Wfj_apres3
                            MOVE 1 TO Wjournaliser
                            DISPLAY "Piece "Wfpi_idPiece" transferee vers la box "Wfb_idBox
                    END-READ
                    CLOSE fpieces
                END-IF
                PERFORM RENDRE_VERROU_BOXES

                IF Wtrouve = 1
                    MOVE "fboxes" TO Wfj_fichier
                    MOVE Wfb_idBox TO Wfj_cle
                    MOVE "MODIF" TO Wfj_operation
                    PERFORM ECRIRE_JOURNAL
                    IF Wjournaliser2 = 1
                        MOVE Wfb_idBoxOrig TO Wfj_cle
                        MOVE Wfj_avant2 TO Wfj_avant
                        MOVE Wfj_apres2 TO Wfj_apres
                        PERFORM ECRIRE_JOURNAL
                    END-IF
                END-IF
                IF Wjournaliser = 1
                    MOVE "fpieces" TO Wfj_fichier
                    MOVE Wfpi_idPiece TO Wfj_cle
                    MOVE "MODIF" TO Wfj_operation
                    MOVE Wfj_avant3 TO Wfj_avant
                    MOVE Wfj_apres3 TO Wfj_apres
                    PERFORM ECRIRE_JOURNAL
                END-IF
            END-IF
        END-IF
    END-IF
.
*> sortie definitive (destruction ou restitution au proprietaire) :
*> la place occupee dans la box est liberee
SUPPRIMER_PIECE.
    DISPLAY "Numero de la piece a supprimer :"
    ACCEPT Wfpi_idPiece
    MOVE Wfpi_idPiece TO fpi_idPiece

    MOVE 0 TO Wjournaliser
    MOVE 0 TO Wjournaliser2
    MOVE Wfpi_idPiece TO Wpe-idPiece
    PERFORM CONTROLER_ACCES_PIECE
    IF Wpe-dans = 1
        OPEN I-O fpieces
        READ fpieces
            INVALID KEY
                DISPLAY "Piece introuvable."
                MOVE 0 TO Wtrouve
            NOT INVALID KEY
                MOVE 1 TO Wtrouve
                MOVE fpi_idBox TO Wfb_idBox
                MOVE pieceTampon TO Wfj_avant
        END-READ

        IF Wtrouve = 1
            PERFORM TESTER_PIECE_SORTIE
            IF Wsortie = 1
                DISPLAY "Piece actuellement sortie (mouvement "Wfm_idMouv"), suppression refusee."
            ELSE
                DISPLAY "Motif : 1:destruction, 2:restitution au proprietaire, 0:abandon"
                ACCEPT Wdecision
                *> la piece et sa place dans la box sont abandonnees
                *> ensemble si les boxes sont tenues par un autre poste
                IF (Wdecision = 1 OR Wdecision = 2)
                        AND Wfb_idBox NOT = 0
                    PERFORM PRENDRE_VERROU_BOXES
                    IF Wvr-tenu = 0
                        MOVE 0 TO Wdecision
                    END-IF
                END-IF
                IF Wdecision = 1 OR Wdecision = 2
                    DELETE fpieces
                    DISPLAY "Piece "Wfpi_idPiece" retiree du fichier."
                    MOVE 1 TO Wjournaliser
                    IF Wfb_idBox NOT = 0
                        OPEN I-O fboxes
                        MOVE Wfb_idBox TO fb_idBox
                        READ fboxes
                            INVALID KEY
                                DISPLAY "Box introuvable, compteur non ajuste."
                            NOT INVALID KEY
                                MOVE boxTampon TO Wfj_avant2
                                IF fb_nbPieces > 0
                                    SUBTRACT 1 FROM fb_nbPieces
                                END-IF
                                REWRITE boxTampon
                                MOVE boxTampon TO Wfj_apres2
                                MOVE 1 TO Wjournaliser2
                        END-READ
                        CLOSE fboxes
                        PERFORM RENDRE_VERROU_BOXES
                    END-IF
                END-IF
            END-IF
        END-IF
        CLOSE fpieces
    END-IF

    IF Wjournaliser = 1
        MOVE "fpieces" TO Wfj_fichier
        MOVE Wfpi_idPiece TO Wfj_cle
        MOVE "SUPPR" TO Wfj_operation
        MOVE SPACES TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
    END-IF
    IF Wjournaliser2 = 1
        MOVE "fboxes" TO Wfj_fichier
        MOVE Wfb_idBox TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        MOVE Wfj_avant2 TO Wfj_avant
        MOVE Wfj_apres2 TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
    END-IF
.
RECHERCHER_PIECE.
.

*>-----------------------------------------------------------------
*> Chaine de garde des pieces a conviction : sortie de box (labo,
*> audience...), retour et historique. Une piece sortie libere sa
*> place dans la box (fb_nbPieces) et la reprend a son retour ;
*> chaque mouvement est conserve dans fmouvements pour le procureur
*>-----------------------------------------------------------------
SORTIR_PIECE.
    DISPLAY "Numero de la piece a sortir :"
    ACCEPT Wfpi_idPiece
    MOVE Wfpi_idPiece TO fpi_idPiece

    OPEN INPUT fpieces
    READ fpieces
        INVALID KEY
            DISPLAY "Piece introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fpieces

    IF Wtrouve = 1
        MOVE Wfpi_idPiece TO Wpe-idPiece
        PERFORM CONTROLER_ACCES_PIECE
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        PERFORM TESTER_PIECE_DISPOSEE
        IF Wdisposee = 1
            DISPLAY "Piece "fo_type" le "fo_dateExec" sur ordonnance, sortie refusee."
            MOVE 0 TO Wtrouve
        END-IF
    END-IF

    IF Wtrouve = 1
        PERFORM TESTER_PIECE_SORTIE
        IF Wsortie = 1
            DISPLAY "Piece deja sortie, mouvement "Wfm_idMouv" non clos."
        ELSE
            DISPLAY "Matricule de l'agent preneur (vide = "Wop-matr") :"
            ACCEPT Wfa_matr
            IF Wfa_matr = SPACES
                MOVE Wop-matr TO Wfa_matr
            END-IF
            MOVE Wfa_matr TO fa_matr
            OPEN INPUT fagents
            READ fagents
                INVALID KEY
                    DISPLAY "Agent introuvable."
                    MOVE 0 TO Wtrouve
                NOT INVALID KEY
                    IF fa_statut = "D"
                        DISPLAY "Agent parti, compte desactive."
                        MOVE 0 TO Wtrouve
                    ELSE
                        MOVE 1 TO Wtrouve
                    END-IF
            END-READ
            CLOSE fagents
        END-IF

        IF Wsortie = 0 AND Wtrouve = 1
            DISPLAY "Date de sortie (JJ/MM/AAAA) :"
            PERFORM SAISIR_DATE_VALIDE
            MOVE Wdate-saisie TO Wfm_date
            DISPLAY "Destination (laboratoire, audience...) :"
            ACCEPT Wfm_destination
            DISPLAY "Motif de la sortie :"
            ACCEPT Wfm_motif

            *> l'identifiant est fourni par le compteur de controle fcontrole
            MOVE "MOUVMNTS" TO Wcpt-nom
            PERFORM PRENDRE_IDENTIFIANT
            MOVE Wcpt-id TO Wnb

            IF Wtrouve2 = 1
                MOVE Wnb TO fm_idMouv
                MOVE Wfpi_idPiece TO fm_idPiece
                MOVE Wfa_matr TO fm_matr
                MOVE Wfm_date TO fm_dateSortie
                MOVE Wfm_destination TO fm_destination
                MOVE Wfm_motif TO fm_motif
                MOVE "00/00/0000" TO fm_dateRetour
                MOVE "sorti" TO fm_statut

                MOVE 0 TO Wjournaliser
                MOVE 0 TO Wjournaliser2
                OPEN I-O fmouvements
                WRITE mouvTampon
                    INVALID KEY
                        DISPLAY "Existe deja"
                    NOT INVALID KEY
                        DISPLAY "Sortie enregistree, mouvement numero "Wnb
                        MOVE 1 TO Wjournaliser
                END-WRITE
                CLOSE fmouvements

                *> la piece quitte sa box : la place est liberee,
                *> seulement si la sortie a bien ete enregistree
                IF Wjournaliser = 1
                    MOVE fpi_idBox TO fb_idBox
                    PERFORM PRENDRE_VERROU_BOXES
                    IF Wvr-tenu = 1
                        OPEN I-O fboxes
                        READ fboxes
                            INVALID KEY
                                DISPLAY "Box introuvable, compteur non ajuste."
                            NOT INVALID KEY
                                MOVE boxTampon TO Wfj_avant2
                                IF fb_nbPieces > 0
                                    SUBTRACT 1 FROM fb_nbPieces
                                END-IF
                                REWRITE boxTampon
                                MOVE boxTampon TO Wfj_apres2
                                MOVE 1 TO Wjournaliser2
                        END-READ
                        CLOSE fboxes
                        PERFORM RENDRE_VERROU_BOXES
                    ELSE
                        DISPLAY "Compteur de la box "fb_idBox" non ajuste."
                    END-IF
                END-IF

                IF Wjournaliser = 1
                    MOVE "fmouvements" TO Wfj_fichier
                    MOVE fm_idMouv TO Wfj_cle
                    MOVE "AJOUT" TO Wfj_operation
                    MOVE SPACES TO Wfj_avant
                    MOVE mouvTampon TO Wfj_apres
                    PERFORM ECRIRE_JOURNAL
                END-IF
                IF Wjournaliser2 = 1
                    MOVE "fboxes" TO Wfj_fichier
                    MOVE fb_idBox TO Wfj_cle
                    MOVE "MODIF" TO Wfj_operation
                    MOVE Wfj_avant2 TO Wfj_avant
                    MOVE Wfj_apres2 TO Wfj_apres
                    PERFORM ECRIRE_JOURNAL
                END-IF

                *> une piece partie au laboratoire y part pour une
                *> analyse : la demande est enregistree dans la foulee
                IF Wjournaliser = 1
                        AND Wfm_destination = "laboratoire"
                    DISPLAY "Enregistrer la demande d'analyse ? 1:OUI, 0:NON"
                    ACCEPT Wdecision
                    IF Wdecision = 1
                        MOVE Wfm_date TO Wfan_dateEnvoi
                        PERFORM ENREGISTRER_DEMANDE_ANALYSE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
.

REINTEGRER_PIECE.
    DISPLAY "Numero de la piece a reintegrer :"
    ACCEPT Wfpi_idPiece
    MOVE Wfpi_idPiece TO fpi_idPiece

    OPEN INPUT fpieces
    READ fpieces
        INVALID KEY
            DISPLAY "Piece introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fpieces

    IF Wtrouve = 1
        MOVE Wfpi_idPiece TO Wpe-idPiece
        PERFORM CONTROLER_ACCES_PIECE
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        PERFORM TESTER_PIECE_SORTIE
        IF Wsortie = 0
            DISPLAY "Aucune sortie en cours pour cette piece."
        ELSE
            DISPLAY "Date de retour (JJ/MM/AAAA) :"
            PERFORM SAISIR_DATE_VALIDE
            MOVE Wdate-saisie TO Wfm_date

            MOVE 0 TO Wjournaliser
            MOVE 0 TO Wjournaliser2
            MOVE Wfm_idMouv TO fm_idMouv
            OPEN I-O fmouvements
            READ fmouvements
                INVALID KEY
                    DISPLAY "Mouvement introuvable."
                NOT INVALID KEY
                    MOVE mouvTampon TO Wfj_avant
                    MOVE Wfm_date TO fm_dateRetour
                    MOVE "rentre" TO fm_statut
                    REWRITE mouvTampon
                    MOVE mouvTampon TO Wfj_apres
                    MOVE 1 TO Wjournaliser
                    DISPLAY "Retour enregistre, mouvement numero "Wfm_idMouv
            END-READ
            CLOSE fmouvements

            *> la piece reprend sa place dans sa box, seulement si le
            *> retour a bien ete enregistre
            IF Wjournaliser = 1
                MOVE fpi_idBox TO fb_idBox
                PERFORM PRENDRE_VERROU_BOXES
                IF Wvr-tenu = 1
                    OPEN I-O fboxes
                    READ fboxes
                        INVALID KEY
                            DISPLAY "Box introuvable, compteur non ajuste."
                        NOT INVALID KEY
                            MOVE boxTampon TO Wfj_avant2
                            ADD 1 TO fb_nbPieces
                            IF fb_nbPieces > fb_capacite
                                DISPLAY "Attention : box "fb_idBox" au dela de sa capacite."
                            END-IF
                            REWRITE boxTampon
                            MOVE boxTampon TO Wfj_apres2
                            MOVE 1 TO Wjournaliser2
                    END-READ
                    CLOSE fboxes
                    PERFORM RENDRE_VERROU_BOXES
                ELSE
                    DISPLAY "Compteur de la box "fb_idBox" non ajuste."
                END-IF
            END-IF

            IF Wjournaliser = 1
                MOVE "fmouvements" TO Wfj_fichier
                MOVE Wfm_idMouv TO Wfj_cle
                MOVE "MODIF" TO Wfj_operation
                PERFORM ECRIRE_JOURNAL
            END-IF
            IF Wjournaliser2 = 1
                MOVE "fboxes" TO Wfj_fichier
                MOVE fb_idBox TO Wfj_cle
                MOVE "MODIF" TO Wfj_operation
                MOVE Wfj_avant2 TO Wfj_avant
                MOVE Wfj_apres2 TO Wfj_apres
                PERFORM ECRIRE_JOURNAL
            END-IF
        END-IF
    END-IF
.

*> positionne Wsortie a 1 (et Wfm_idMouv sur le mouvement ouvert) si
*> la piece Wfpi_idPiece est actuellement hors de sa box
TESTER_PIECE_SORTIE.
    MOVE 0 TO Wsortie
    MOVE 0 TO Wfm_idMouv
    MOVE 0 TO Wfin2
    OPEN INPUT fmouvements
    MOVE Wfpi_idPiece TO fm_idPiece
    START fmouvements KEY = fm_idPiece
        INVALID KEY
            MOVE 1 TO Wfin2
    END-START
    PERFORM UNTIL Wfin2 = 1
        READ fmouvements NEXT
        AT END
            MOVE 1 TO Wfin2
        NOT AT END
            IF fm_idPiece NOT = Wfpi_idPiece
                MOVE 1 TO Wfin2
            ELSE
                IF fm_statut = "sorti"
                    MOVE 1 TO Wsortie
                    MOVE fm_idMouv TO Wfm_idMouv
                END-IF
            END-IF
    END-PERFORM
    CLOSE fmouvements
.

EDITER_GARDE_PIECE.
    DISPLAY "Numero de la piece :"
    ACCEPT Wfpi_idPiece
    MOVE Wfpi_idPiece TO fpi_idPiece

    OPEN INPUT fpieces
    READ fpieces
        INVALID KEY
            DISPLAY "Piece introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fpieces

    IF Wtrouve = 1
        MOVE Wfpi_idPiece TO Wpe-idPiece
        PERFORM CONTROLER_ACCES_PIECE
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        DISPLAY "=========== HISTORIQUE DE GARDE ==========="
        DISPLAY "Piece numero : "fpi_idPiece" - "fpi_nature
        PERFORM TESTER_PIECE_DISPOSEE
        IF Wdisposee = 1
            DISPLAY "Piece "fo_type" le "fo_dateExec" (box "fo_idBox" liberee)"
            DISPLAY "Ordonnance "fo_reference" du "fo_dateOrdre" - magistrat "fo_magistrat
            IF fo_type = "restituee"
                DISPLAY "Remise a : "fo_beneficiaire" - agent "fo_matr
            ELSE
                DISPLAY "Temoin de la destruction : "fo_beneficiaire" - agent "fo_matr
            END-IF
        ELSE
            DISPLAY "Box de rattachement : "fpi_idBox
        END-IF
        MOVE 0 TO Wfin
        OPEN INPUT fmouvements
        PERFORM UNTIL Wfin = 1
            READ fmouvements NEXT
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF fm_idPiece = Wfpi_idPiece
                    IF fm_statut = "sorti"
                        DISPLAY "Sortie le "fm_dateSortie" par "fm_matr" vers "fm_destination" - motif "fm_motif" - NON RENTREE"
                    ELSE
                        DISPLAY "Sortie le "fm_dateSortie" par "fm_matr" vers "fm_destination" - motif "fm_motif" - rentree le "fm_dateRetour
                    END-IF
                END-IF
        END-PERFORM
        CLOSE fmouvements
        DISPLAY "============================================"
    END-IF
.

*>-----------------------------------------------------------------
*> Execution d'une ordonnance de restitution ou de destruction
*> d'une piece a conviction, l'enquete restant ouverte : la
*> decision du magistrat est consignee dans fordonnances, la piece
*> quitte sa box (place liberee, fpi_idBox a 0) mais reste au
*> fichier, marquee restituee ou detruite dans le dossier et
*> l'historique de garde. Refusee tant que la piece est sortie ou
*> qu'une analyse attend son resultat. Le proces-verbal est ecrit
*> dans pv-restitution-destruction.txt pour signature
*>-----------------------------------------------------------------
DISPOSER_PIECE.
    DISPLAY "Numero de la piece visee par l'ordonnance :"
    ACCEPT Wfpi_idPiece
    MOVE Wfpi_idPiece TO fpi_idPiece

    OPEN INPUT fpieces
    READ fpieces
        INVALID KEY
            DISPLAY "Piece introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fpieces

    IF Wtrouve = 1
        MOVE Wfpi_idPiece TO Wpe-idPiece
        PERFORM CONTROLER_ACCES_PIECE
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        PERFORM TESTER_PIECE_DISPOSEE
        IF Wdisposee = 1
            DISPLAY "Piece deja "fo_type" le "fo_dateExec" (ordonnance "fo_reference")."
            MOVE 0 TO Wtrouve
        END-IF
    END-IF
    IF Wtrouve = 1
        PERFORM TESTER_PIECE_SORTIE
        IF Wsortie = 1
            DISPLAY "Piece actuellement sortie (mouvement "Wfm_idMouv"), ordonnance non executable."
            MOVE 0 TO Wtrouve
        END-IF
    END-IF
    IF Wtrouve = 1
        PERFORM TESTER_ANALYSE_ATTENTE
        IF Wfan_idAna NOT = 0
            DISPLAY "Analyse "Wfan_idAna" en attente de resultat, ordonnance non executable."
            MOVE 0 TO Wtrouve
        END-IF
    END-IF

    IF Wtrouve = 1
        DISPLAY "Piece "fpi_idPiece" - "fpi_nature" - box "fpi_idBox
        DISPLAY "Ordonnance : 1:restitution, 2:destruction, 0:abandon"
        ACCEPT Wdecision
        EVALUATE Wdecision
            WHEN 1
                MOVE "restituee" TO Wfo_type
            WHEN 2
                MOVE "detruite" TO Wfo_type
            WHEN OTHER
                MOVE 0 TO Wtrouve
        END-EVALUATE
    END-IF

    IF Wtrouve = 1
        DISPLAY "Magistrat ayant ordonne la mesure :"
        ACCEPT Wfo_magistrat
        DISPLAY "Reference de l'ordonnance :"
        ACCEPT Wfo_reference
        DISPLAY "Date de l'ordonnance (JJ/MM/AAAA) :"
        PERFORM SAISIR_DATE_VALIDE
        MOVE Wdate-saisie TO Wfo_dateOrdre
        IF Wfo_type = "restituee"
            DISPLAY "Destinataire de la restitution (nom, qualite) :"
        ELSE
            DISPLAY "Temoin de la destruction (nom, qualite) :"
        END-IF
        ACCEPT Wfo_beneficiaire
        DISPLAY "Date d'execution (JJ/MM/AAAA) :"
        PERFORM SAISIR_DATE_VALIDE
        MOVE Wdate-saisie TO Wfo_dateExec
        DISPLAY "Confirmer l'execution de l'ordonnance ? 1:OUI, 0:NON"
        ACCEPT Wdecision
        IF Wdecision NOT = 1
            MOVE 0 TO Wtrouve
        END-IF
    END-IF

    IF Wtrouve = 1
        MOVE fpi_idBox TO Wfb_idBox
        MOVE fpi_idPiece TO fo_idPiece
        MOVE Wfo_type TO fo_type
        MOVE Wfo_magistrat TO fo_magistrat
        MOVE Wfo_reference TO fo_reference
        MOVE Wfo_dateOrdre TO fo_dateOrdre
        MOVE Wfo_beneficiaire TO fo_beneficiaire
        MOVE Wfo_dateExec TO fo_dateExec
        MOVE Wop-matr TO fo_matr
        MOVE fpi_idBox TO fo_idBox

        MOVE 0 TO Wjournaliser
        OPEN I-O fordonnances
        WRITE ordTampon
            INVALID KEY
                DISPLAY "Ordonnance deja enregistree pour cette piece."
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fordonnances

        IF Wjournaliser = 1
            MOVE "fordonnances" TO Wfj_fichier
            MOVE fo_idPiece TO Wfj_cle
            MOVE "AJOUT" TO Wfj_operation
            MOVE SPACES TO Wfj_avant
            MOVE ordTampon TO Wfj_apres
            PERFORM ECRIRE_JOURNAL
            PERFORM ECRIRE_PV_DISPOSITION
            PERFORM RETIRER_PIECE_DISPOSEE
            DISPLAY "Piece "Wfpi_idPiece" "Wfo_type", proces-verbal ecrit dans pv-restitution-destruction.txt"
        END-IF
    END-IF
.

*> la piece disposee (ou partie avec son enquete transferee) quitte
*> sa box : fpi_idBox a 0 et place liberee
RETIRER_PIECE_DISPOSEE.
    MOVE 0 TO Wjournaliser
    MOVE Wfpi_idPiece TO fpi_idPiece
    OPEN I-O fpieces
    READ fpieces
        INVALID KEY
            DISPLAY "Piece introuvable."
        NOT INVALID KEY
            MOVE pieceTampon TO Wfj_avant
            MOVE 0 TO fpi_idBox
            REWRITE pieceTampon
            MOVE pieceTampon TO Wfj_apres
            MOVE 1 TO Wjournaliser
    END-READ
    CLOSE fpieces

    IF Wjournaliser = 1
        MOVE "fpieces" TO Wfj_fichier
        MOVE Wfpi_idPiece TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    END-IF

    IF Wjournaliser = 1 AND Wfb_idBox NOT = 0
        MOVE 0 TO Wjournaliser
        PERFORM PRENDRE_VERROU_BOXES
        IF Wvr-tenu = 1
            OPEN I-O fboxes
            MOVE Wfb_idBox TO fb_idBox
            READ fboxes
                INVALID KEY
                    DISPLAY "Box introuvable, compteur non ajuste."
                NOT INVALID KEY
                    MOVE boxTampon TO Wfj_avant
                    IF fb_nbPieces > 0
                        SUBTRACT 1 FROM fb_nbPieces
                    END-IF
                    REWRITE boxTampon
                    MOVE boxTampon TO Wfj_apres
                    MOVE 1 TO Wjournaliser
            END-READ
            CLOSE fboxes
            PERFORM RENDRE_VERROU_BOXES
        ELSE
            DISPLAY "Compteur de la box "Wfb_idBox" non ajuste."
        END-IF

        IF Wjournaliser = 1
            MOVE "fboxes" TO Wfj_fichier
            MOVE Wfb_idBox TO Wfj_cle
            MOVE "MODIF" TO Wfj_operation
            PERFORM ECRIRE_JOURNAL
        END-IF
    END-IF
.

*> proces-verbal de restitution ou de destruction de la piece
*> courante (pieceTampon, ordTampon)
ECRIRE_PV_DISPOSITION.
    OPEN OUTPUT fpvpiece
    MOVE "===============================================" TO Wetat-titre
    WRITE pvLigne FROM Wetat-titre
    IF fo_type = "restituee"
        MOVE "  PROCES-VERBAL DE RESTITUTION D'UNE PIECE A CONVICTION"
            TO Wetat-titre
    ELSE
        MOVE "  PROCES-VERBAL DE DESTRUCTION D'UNE PIECE A CONVICTION"
            TO Wetat-titre
    END-IF
    WRITE pvLigne FROM Wetat-titre
    MOVE "===============================================" TO Wetat-titre
    WRITE pvLigne FROM Wetat-titre
    MOVE "Piece numero :" TO We-lib
    MOVE fpi_idPiece TO We-val
    WRITE pvLigne FROM Wetat-ligne
    MOVE SPACES TO Wdsp-ligne
    STRING "Nature : " fpi_nature DELIMITED SIZE INTO Wdsp-ligne
    WRITE pvLigne FROM Wdsp-ligne
    MOVE "Crime :" TO We-lib
    MOVE fpi_idCrime TO We-val
    WRITE pvLigne FROM Wetat-ligne
    MOVE "Enquete :" TO We-lib
    MOVE fpi_idEnq TO We-val
    WRITE pvLigne FROM Wetat-ligne
    MOVE "Box liberee :" TO We-lib
    MOVE fo_idBox TO We-val
    WRITE pvLigne FROM Wetat-ligne
    MOVE "-----------------------------------------------" TO Wetat-titre
    WRITE pvLigne FROM Wetat-titre
    MOVE SPACES TO Wdsp-ligne
    STRING "Ordonnance " fo_reference " du " fo_dateOrdre
        DELIMITED SIZE INTO Wdsp-ligne
    WRITE pvLigne FROM Wdsp-ligne
    MOVE SPACES TO Wdsp-ligne
    STRING "Magistrat : " fo_magistrat DELIMITED SIZE INTO Wdsp-ligne
    WRITE pvLigne FROM Wdsp-ligne
    MOVE SPACES TO Wdsp-ligne
    IF fo_type = "restituee"
        STRING "Piece remise le " fo_dateExec " a : " fo_beneficiaire
            DELIMITED SIZE INTO Wdsp-ligne
    ELSE
        STRING "Piece detruite le " fo_dateExec " en presence de : "
            fo_beneficiaire DELIMITED SIZE INTO Wdsp-ligne
    END-IF
    WRITE pvLigne FROM Wdsp-ligne
    MOVE SPACES TO Wdsp-ligne
    STRING "Agent executant : " fo_matr DELIMITED SIZE INTO Wdsp-ligne
    WRITE pvLigne FROM Wdsp-ligne
    MOVE "===============================================" TO Wetat-titre
    WRITE pvLigne FROM Wetat-titre
    MOVE "Visa de l'agent executant :" TO Wetat-titre
    WRITE pvLigne FROM Wetat-titre
    IF fo_type = "restituee"
        MOVE "Signature du destinataire :" TO Wetat-titre
    ELSE
        MOVE "Signature du temoin de la destruction :" TO Wetat-titre
    END-IF
    WRITE pvLigne FROM Wetat-titre
    MOVE "Visa du responsable des scelles :" TO Wetat-titre
    WRITE pvLigne FROM Wetat-titre
    CLOSE fpvpiece
.

*> positionne Wdisposee a 1 (ordTampon renseigne) si la piece
*> Wfpi_idPiece a ete restituee ou detruite sur ordonnance
TESTER_PIECE_DISPOSEE.
    MOVE 0 TO Wdisposee
    MOVE Wfpi_idPiece TO fo_idPiece
    OPEN INPUT fordonnances
    READ fordonnances
        INVALID KEY
            MOVE 0 TO Wdisposee
        NOT INVALID KEY
            MOVE 1 TO Wdisposee
    END-READ
    CLOSE fordonnances
.

*> Wfan_idAna recoit une analyse de la piece Wfpi_idPiece encore en
*> attente de resultat (0 s'il n'y en a pas)
TESTER_ANALYSE_ATTENTE.
    MOVE 0 TO Wfan_idAna
    MOVE 0 TO Wfin2
    OPEN INPUT fanalyses
    MOVE Wfpi_idPiece TO fan_idPiece
    START fanalyses KEY = fan_idPiece
        INVALID KEY
            MOVE 1 TO Wfin2
    END-START
    PERFORM UNTIL Wfin2 = 1
        READ fanalyses NEXT
        AT END
            MOVE 1 TO Wfin2
        NOT AT END
            IF fan_idPiece NOT = Wfpi_idPiece
                MOVE 1 TO Wfin2
            ELSE
                IF fan_statut = "attente"
                    MOVE fan_idAna TO Wfan_idAna
                END-IF
            END-IF
    END-PERFORM
    CLOSE fanalyses
.

*>-----------------------------------------------------------------
*> Analyses de laboratoire : la demande est enregistree quand la
*> piece part (type, date d'envoi, reference du labo), le resultat
*> complete l'enregistrement a son arrivee. Le rapport de relance
*> liste les analyses dont le resultat se fait attendre
*>-----------------------------------------------------------------
DEMANDER_ANALYSE.
    DISPLAY "Numero de la piece a analyser :"
    ACCEPT Wfpi_idPiece
    MOVE Wfpi_idPiece TO fpi_idPiece

    OPEN INPUT fpieces
    READ fpieces
        INVALID KEY
            DISPLAY "Piece introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fpieces

    IF Wtrouve = 1
        MOVE Wfpi_idPiece TO Wpe-idPiece
        PERFORM CONTROLER_ACCES_PIECE
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        PERFORM TESTER_PIECE_DISPOSEE
        IF Wdisposee = 1
            DISPLAY "Piece "fo_type" le "fo_dateExec" sur ordonnance, analyse impossible."
            MOVE 0 TO Wtrouve
        END-IF
    END-IF

    IF Wtrouve = 1
        DISPLAY "Date d'envoi au laboratoire (JJ/MM/AAAA) :"
        PERFORM SAISIR_DATE_VALIDE
        MOVE Wdate-saisie TO Wfan_dateEnvoi
        PERFORM ENREGISTRER_DEMANDE_ANALYSE
    END-IF
.

*> creation de l'enregistrement d'analyse pour la piece Wfpi_idPiece
*> envoyee le Wfan_dateEnvoi (appele aussi par SORTIR_PIECE)
ENREGISTRER_DEMANDE_ANALYSE.
    DISPLAY "Type d'analyse demandee (balistique, toxicologie...) :"
    ACCEPT Wfan_type
    DISPLAY "Reference du laboratoire (vide si non connue) :"
    ACCEPT Wfan_refLabo

    *> l'identifiant est fourni par le compteur de controle fcontrole
    MOVE "ANALYSES" TO Wcpt-nom
    PERFORM PRENDRE_IDENTIFIANT
    MOVE Wcpt-id TO Wnb

    IF Wtrouve2 = 1
        MOVE Wnb TO fan_idAna
        MOVE Wfpi_idPiece TO fan_idPiece
        MOVE Wfan_type TO fan_type
        MOVE Wfan_dateEnvoi TO fan_dateEnvoi
        MOVE Wfan_refLabo TO fan_refLabo
        MOVE SPACES TO fan_resultat
        MOVE "attente" TO fan_statut

        MOVE 0 TO Wjournaliser
        OPEN I-O fanalyses
        WRITE analyseTampon
            INVALID KEY
                DISPLAY "Existe deja"
            NOT INVALID KEY
                DISPLAY "Demande d'analyse enregistree, numero "Wnb
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fanalyses

        IF Wjournaliser = 1
            MOVE "fanalyses" TO Wfj_fichier
            MOVE fan_idAna TO Wfj_cle
            MOVE "AJOUT" TO Wfj_operation
            MOVE SPACES TO Wfj_avant
            MOVE analyseTampon TO Wfj_apres
            PERFORM ECRIRE_JOURNAL
        END-IF
    END-IF
.

*> enregistrement du resultat : l'analyse en attente la plus recente
*> de la piece est retrouvee par la cle secondaire fan_idPiece
SAISIR_RESULTAT_ANALYSE.
    DISPLAY "Numero de la piece analysee :"
    ACCEPT Wfpi_idPiece
    MOVE Wfpi_idPiece TO Wpe-idPiece
    PERFORM CONTROLER_ACCES_PIECE

    MOVE 0 TO Wfan_idAna
    MOVE 0 TO Wfin
    IF Wpe-dans = 0
        MOVE 1 TO Wfin
    END-IF
    OPEN INPUT fanalyses
    MOVE Wfpi_idPiece TO fan_idPiece
    START fanalyses KEY = fan_idPiece
        INVALID KEY
            MOVE 1 TO Wfin
    END-START
    PERFORM UNTIL Wfin = 1
        READ fanalyses NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fan_idPiece NOT = Wfpi_idPiece
                MOVE 1 TO Wfin
            ELSE
                IF fan_statut = "attente"
                    MOVE fan_idAna TO Wfan_idAna
                END-IF
            END-IF
    END-PERFORM
    CLOSE fanalyses

    IF Wfan_idAna = 0
        IF Wpe-dans = 1
            DISPLAY "Aucune analyse en attente pour cette piece."
        END-IF
    ELSE
        MOVE 0 TO Wjournaliser
        MOVE Wfan_idAna TO fan_idAna
        OPEN I-O fanalyses
        READ fanalyses
            INVALID KEY
                DISPLAY "Analyse introuvable."
            NOT INVALID KEY
                MOVE analyseTampon TO Wfj_avant
                DISPLAY "Analyse "fan_idAna" - "fan_type" - envoyee le "fan_dateEnvoi" - ref "fan_refLabo
                DISPLAY "Resultat communique par le laboratoire :"
                ACCEPT Wfan_resultat
                MOVE Wfan_resultat TO fan_resultat
                MOVE "recu" TO fan_statut
                REWRITE analyseTampon
                MOVE analyseTampon TO Wfj_apres
                MOVE 1 TO Wjournaliser
                DISPLAY "Resultat enregistre pour l'analyse "fan_idAna
        END-READ
        CLOSE fanalyses

        IF Wjournaliser = 1
            MOVE "fanalyses" TO Wfj_fichier
            MOVE Wfan_idAna TO Wfj_cle
            MOVE "MODIF" TO Wfj_operation
            PERFORM ECRIRE_JOURNAL
        END-IF
    END-IF
.

*>-----------------------------------------------------------------
*> Chargement du fichier de resultats transmis par le laboratoire
*> (resultats-labo.txt) : chaque ligne est rapprochee par sa
*> reference laboratoire de l'analyse en attente de la meme piece,
*> dont le resultat est alors consigne comme en saisie manuelle.
*> Les lignes inconnues, deja recues ou portant un autre numero de
*> piece ne sont pas appliquees et vont dans analyses-rejets.txt.
*> Appele par le menu et par le mode automate (JOB=LABO)
*>-----------------------------------------------------------------
CHARGER_RESULTATS_LABO.
    MOVE 0 TO Wlb-lus
    MOVE 0 TO Wlb-appliques
    MOVE 0 TO Wlb-rejets
    MOVE 0 TO Wlb-absent

    OPEN INPUT flabo
    IF flabo_stat = 35
        MOVE 1 TO Wlb-absent
        MOVE "Fichier resultats-labo.txt absent : aucun resultat charge"
            TO Wtrace-ligne
        PERFORM ECRIRE_TRACE
    ELSE
        OPEN OUTPUT frejets
        MOVE "===============================================" TO Wetat-titre
        WRITE rejLigne FROM Wetat-titre
        MOVE "   RESULTATS DE LABORATOIRE REJETES" TO Wetat-titre
        WRITE rejLigne FROM Wetat-titre
        ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
        MOVE "Date du chargement (AAAAMMJJ) :" TO We-lib
        MOVE Wdate-jour-sys TO We-val
        WRITE rejLigne FROM Wetat-ligne
        MOVE "===============================================" TO Wetat-titre
        WRITE rejLigne FROM Wetat-titre

        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ flabo
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF laboLigne NOT = SPACES
                    ADD 1 TO Wlb-lus
                    PERFORM TRAITER_LIGNE_LABO
                END-IF
        END-PERFORM
        CLOSE flabo

        MOVE "===============================================" TO Wetat-titre
        WRITE rejLigne FROM Wetat-titre
        MOVE "Lignes lues :" TO We-lib
        MOVE Wlb-lus TO We-val
        WRITE rejLigne FROM Wetat-ligne
        MOVE "Resultats enregistres :" TO We-lib
        MOVE Wlb-appliques TO We-val
        WRITE rejLigne FROM Wetat-ligne
        MOVE "Lignes rejetees :" TO We-lib
        MOVE Wlb-rejets TO We-val
        WRITE rejLigne FROM Wetat-ligne
        MOVE "Visa du responsable des scelles :" TO Wetat-titre
        WRITE rejLigne FROM Wetat-titre
        CLOSE frejets

        MOVE SPACES TO Wtrace-ligne
        STRING "Resultats laboratoire : " Wlb-lus " ligne(s) lue(s), "
            Wlb-appliques " enregistree(s), " Wlb-rejets
            " rejetee(s) (analyses-rejets.txt)" DELIMITED SIZE
            INTO Wtrace-ligne
        PERFORM ECRIRE_TRACE
    END-IF
.

*> une ligne du laboratoire : controles, puis application ou rejet
TRAITER_LIGNE_LABO.
    MOVE SPACES TO Wlb-motif
    MOVE 0 TO Wfan_idAna
    IF flb_idPiece NOT NUMERIC
        MOVE "numero de piece invalide" TO Wlb-motif
    ELSE
        IF flb_refLabo = SPACES
            MOVE "reference laboratoire absente" TO Wlb-motif
        ELSE
            IF flb_resultat = SPACES
                MOVE "resultat vide" TO Wlb-motif
            ELSE
                PERFORM CHERCHER_ANALYSE_LABO
            END-IF
        END-IF
    END-IF

    IF Wlb-motif = SPACES
        PERFORM APPLIQUER_RESULTAT_LABO
    ELSE
        PERFORM ECRIRE_REJET_LABO
    END-IF
.

*> recherche par reference laboratoire (sans cle d'acces, lecture
*> complete) : l'analyse en attente de la piece annoncee est retenue
*> dans Wfan_idAna, sinon le motif de rejet est pose dans Wlb-motif
CHERCHER_ANALYSE_LABO.
    MOVE 0 TO Wlb-autre-piece
    MOVE 0 TO Wlb-deja-recu
    MOVE 0 TO Wlb-fin
    OPEN INPUT fanalyses
    PERFORM UNTIL Wlb-fin = 1
        READ fanalyses NEXT
        AT END
            MOVE 1 TO Wlb-fin
        NOT AT END
            IF fan_refLabo = flb_refLabo
                IF fan_statut = "attente"
                    IF fan_idPiece = flb_idPiece
                        MOVE fan_idAna TO Wfan_idAna
                    ELSE
                        MOVE fan_idPiece TO Wlb-autre-piece
                    END-IF
                ELSE
                    MOVE 1 TO Wlb-deja-recu
                END-IF
            END-IF
    END-PERFORM
    CLOSE fanalyses

    IF Wfan_idAna = 0
        IF Wlb-autre-piece NOT = 0
            MOVE Wlb-autre-piece TO Wlb-piece-ed
            STRING "piece differente (attendue " Wlb-piece-ed ")"
                DELIMITED SIZE INTO Wlb-motif
        ELSE
            IF Wlb-deja-recu = 1
                MOVE "analyse deja recue" TO Wlb-motif
            ELSE
                MOVE "reference inconnue" TO Wlb-motif
            END-IF
        END-IF
    END-IF
.

*> consignation du resultat sur l'analyse Wfan_idAna, journalisee
*> comme la saisie manuelle
APPLIQUER_RESULTAT_LABO.
    MOVE 0 TO Wjournaliser
    MOVE Wfan_idAna TO fan_idAna
    OPEN I-O fanalyses
    READ fanalyses
        INVALID KEY
            MOVE "analyse introuvable" TO Wlb-motif
        NOT INVALID KEY
            *> un resultat saisi entre-temps sur un autre poste n'est
            *> pas ecrase
            IF fan_statut = "attente"
                MOVE analyseTampon TO Wfj_avant
                MOVE flb_resultat TO fan_resultat
                MOVE "recu" TO fan_statut
                REWRITE analyseTampon
                MOVE analyseTampon TO Wfj_apres
                MOVE 1 TO Wjournaliser
            ELSE
                MOVE "analyse deja recue" TO Wlb-motif
            END-IF
    END-READ
    CLOSE fanalyses

    IF Wjournaliser = 1
        ADD 1 TO Wlb-appliques
        MOVE "fanalyses" TO Wfj_fichier
        MOVE Wfan_idAna TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    ELSE
        PERFORM ECRIRE_REJET_LABO
    END-IF
.

ECRIRE_REJET_LABO.
    ADD 1 TO Wlb-rejets
    MOVE SPACES TO Wlb-ligne
    IF flb_idPiece NUMERIC
        MOVE flb_idPiece TO Wlb-piece-ed
        STRING "Ref " flb_refLabo " piece " Wlb-piece-ed " : "
            Wlb-motif DELIMITED SIZE INTO Wlb-ligne
    ELSE
        STRING "Ref " flb_refLabo " piece " flb_idPiece-x " : "
            Wlb-motif DELIMITED SIZE INTO Wlb-ligne
    END-IF
    WRITE rejLigne FROM Wlb-ligne
    IF Wbatch = 0
        DISPLAY Wlb-ligne
    END-IF
.

*> rapport de relance : analyses en attente depuis plus de N jours,
*> ecrit dans analyses-attente.txt pour le chef d'enquete
EDITER_ANALYSES_EN_ATTENTE.
    DISPLAY "Delai d'attente a signaler (jours) :"
    ACCEPT Wattente-max

    ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
    COMPUTE Wdate8-calc = Wdjs-annee * 10000
        + Wdjs-mois * 100 + Wdjs-jour
    PERFORM CONVERTIR_DATE8_JOURS
    MOVE Wjours-calc TO Wjours-auj

    MOVE 0 TO Wnb-attente

    OPEN OUTPUT fsuivi
    MOVE "===============================================" TO Wetat-titre
    WRITE suiviLigne FROM Wetat-titre
    MOVE "   ANALYSES EN ATTENTE DE RESULTAT" TO Wetat-titre
    WRITE suiviLigne FROM Wetat-titre
    MOVE "Delai signale (jours) :" TO We-lib
    MOVE Wattente-max TO We-val
    WRITE suiviLigne FROM Wetat-ligne
    MOVE "===============================================" TO Wetat-titre
    WRITE suiviLigne FROM Wetat-titre

    MOVE 0 TO Wfin
    OPEN INPUT fanalyses
    PERFORM UNTIL Wfin = 1
        READ fanalyses NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fan_statut = "attente"
                MOVE fan_idPiece TO Wpe-idPiece
                PERFORM TESTER_PERIMETRE_PIECE
                IF Wpe-dans = 1
                    PERFORM EXAMINER_ATTENTE_ANALYSE
                END-IF
            END-IF
    END-PERFORM
    CLOSE fanalyses

    MOVE "===============================================" TO Wetat-titre
    WRITE suiviLigne FROM Wetat-titre
    MOVE "Analyses a relancer :" TO We-lib
    MOVE Wnb-attente TO We-val
    WRITE suiviLigne FROM Wetat-ligne
    CLOSE fsuivi

    DISPLAY "Rapport ecrit dans analyses-attente.txt"
.

*> l'analyse courante de fanalyses est en attente : elle est signalee
*> si le resultat se fait attendre depuis plus de Wattente-max jours
EXAMINER_ATTENTE_ANALYSE.
    COMPUTE Wdate8-calc = fan_de-annee * 10000
        + fan_de-mois * 100 + fan_de-jour
    PERFORM CONVERTIR_DATE8_JOURS
    COMPUTE Wjours-ecart = Wjours-auj - Wjours-calc
    IF Wjours-ecart > Wattente-max
        MOVE "Piece " TO Wan-lib
        MOVE fan_idPiece TO Wan-id
        MOVE fan_type TO Wan-type
        MOVE " envoyee le " TO Wan-env-lib
        MOVE fan_dateEnvoi TO Wan-date
        MOVE " ref " TO Wan-ref-lib
        MOVE fan_refLabo TO Wan-ref
        MOVE Wjours-ecart TO Wan-jours
        MOVE " jour(s)" TO Wan-j-lib
        WRITE suiviLigne FROM Wana-ligne
        ADD 1 TO Wnb-attente
    END-IF
.

*>-----------------------------------------------------------------
*> Calendrier des audiences : chaque passage d'un crime devant la
*> cour est enregistre avec la date, le tribunal et la liste des
*> pieces a produire. Le rapport hebdomadaire dit au greffe ou se
*> trouve chaque piece requise (box de rangement, ou sortie non
*> rentree d'apres fmouvements) : plus de piece bloquee au
*> laboratoire decouverte le matin du proces
*>-----------------------------------------------------------------
AJOUTER_AUDIENCE.
    DISPLAY "Numero du crime juge :"
    ACCEPT Wfc_idCrime
    MOVE Wfc_idCrime TO fc_idCrime

    OPEN INPUT fcrimes
    READ fcrimes
        INVALID KEY
            DISPLAY "Crime introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fcrimes

    IF Wtrouve = 1
        MOVE Wfc_idCrime TO Wpe-idCrime
        PERFORM CONTROLER_ACCES_CRIME
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        DISPLAY "Date de l'audience (JJ/MM/AAAA) :"
        PERFORM SAISIR_DATE_VALIDE
        MOVE Wdate-saisie TO fau_date
        DISPLAY "Tribunal :"
        ACCEPT Wfau_tribunal
        MOVE Wfau_tribunal TO fau_tribunal
        MOVE Wfc_idCrime TO fau_idCrime

        PERFORM SAISIR_PIECES_AUDIENCE

        *> l'identifiant est fourni par le compteur de controle fcontrole
        MOVE "AUDIENCE" TO Wcpt-nom
        PERFORM PRENDRE_IDENTIFIANT
        MOVE Wcpt-id TO Wnb

        IF Wtrouve2 = 1
            MOVE Wnb TO fau_idAud

            MOVE 0 TO Wjournaliser
            OPEN I-O faudiences
            WRITE audTampon
                INVALID KEY
                    DISPLAY "Existe deja"
                NOT INVALID KEY
                    DISPLAY "Audience enregistree, numero "Wnb
                    MOVE 1 TO Wjournaliser
            END-WRITE
            CLOSE faudiences

            IF Wjournaliser = 1
                MOVE "faudiences" TO Wfj_fichier
                MOVE fau_idAud TO Wfj_cle
                MOVE "AJOUT" TO Wfj_operation
                MOVE SPACES TO Wfj_avant
                MOVE audTampon TO Wfj_apres
                PERFORM ECRIRE_JOURNAL
            END-IF
        END-IF
    END-IF
.

*> jusqu'a dix pieces a produire, chacune verifiee dans fpieces ;
*> une piece d'un autre crime est acceptee avec avertissement
SAISIR_PIECES_AUDIENCE.
    MOVE 0 TO fau_nbPieces
    PERFORM VARYING Wau-ix FROM 1 BY 1 UNTIL Wau-ix > 10
        MOVE 0 TO fau_piece(Wau-ix)
    END-PERFORM

    MOVE 0 TO Wfin2
    OPEN INPUT fpieces
    PERFORM UNTIL Wfin2 = 1 OR fau_nbPieces >= 10
        DISPLAY "Numero d'une piece a produire (0 pour terminer) :"
        ACCEPT Wfpi_idPiece
        IF Wfpi_idPiece = 0
            MOVE 1 TO Wfin2
        ELSE
            MOVE Wfpi_idPiece TO fpi_idPiece
            READ fpieces
                INVALID KEY
                    DISPLAY "Piece introuvable."
                NOT INVALID KEY
                    IF fpi_idCrime NOT = Wfc_idCrime
                        DISPLAY "Attention : la piece "Wfpi_idPiece" est rattachee au crime "fpi_idCrime"."
                    END-IF
                    ADD 1 TO fau_nbPieces
                    MOVE Wfpi_idPiece TO fau_piece(fau_nbPieces)
            END-READ
        END-IF
    END-PERFORM
    CLOSE fpieces
.

*> audiences des sept prochains jours, ecrites dans le rapport
*> audiences-semaine.txt avec la localisation de chaque piece
EDITER_AUDIENCES_SEMAINE.
    ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
    COMPUTE Wdate8-calc = Wdjs-annee * 10000
        + Wdjs-mois * 100 + Wdjs-jour
    PERFORM CONVERTIR_DATE8_JOURS
    MOVE Wjours-calc TO Wjours-auj

    MOVE 0 TO Wnb-audiences

    OPEN OUTPUT fsemaine
    MOVE "===============================================" TO Wetat-titre
    WRITE semaineLigne FROM Wetat-titre
    MOVE "     AUDIENCES DES SEPT PROCHAINS JOURS" TO Wetat-titre
    WRITE semaineLigne FROM Wetat-titre
    MOVE "Date de reference (AAAAMMJJ) :" TO We-lib
    MOVE Wdate8-calc TO We-val
    WRITE semaineLigne FROM Wetat-ligne
    MOVE "===============================================" TO Wetat-titre
    WRITE semaineLigne FROM Wetat-titre

    MOVE 0 TO Wfin
    OPEN INPUT faudiences
    OPEN INPUT fpieces
    PERFORM UNTIL Wfin = 1
        READ faudiences NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            COMPUTE Wdate8-calc = fau_da-annee * 10000
                + fau_da-mois * 100 + fau_da-jour
            PERFORM CONVERTIR_DATE8_JOURS
            COMPUTE Wjours-ecart = Wjours-calc - Wjours-auj
            IF Wjours-ecart >= 0 AND Wjours-ecart <= 7
                MOVE fau_idCrime TO Wpe-idCrime
                PERFORM TESTER_PERIMETRE_CRIME
                IF Wpe-dans = 1
                    PERFORM EDITER_UNE_AUDIENCE
                END-IF
            END-IF
    END-PERFORM
    CLOSE fpieces
    CLOSE faudiences

    MOVE "===============================================" TO Wetat-titre
    WRITE semaineLigne FROM Wetat-titre
    MOVE "Audiences dans la semaine :" TO We-lib
    MOVE Wnb-audiences TO We-val
    WRITE semaineLigne FROM Wetat-ligne
    CLOSE fsemaine

    DISPLAY "Rapport ecrit dans audiences-semaine.txt"
.

EDITER_UNE_AUDIENCE.
    ADD 1 TO Wnb-audiences
    MOVE SPACES TO Wsem-ligne
    STRING "Audience du " fau_date " - " fau_tribunal
        " - crime " fau_idCrime DELIMITED SIZE INTO Wsem-ligne
    WRITE semaineLigne FROM Wsem-ligne
    PERFORM VARYING Wau-ix FROM 1 BY 1
            UNTIL Wau-ix > fau_nbPieces
        PERFORM EDITER_PIECE_AUDIENCE
    END-PERFORM
.

*> localisation de la piece fau_piece(Wau-ix) : sa box, ou la
*> destination du mouvement de sortie encore ouvert
EDITER_PIECE_AUDIENCE.
    MOVE fau_piece(Wau-ix) TO fpi_idPiece
    READ fpieces
        INVALID KEY
            MOVE SPACES TO Wsem-ligne
            STRING "  piece " fau_piece(Wau-ix)
                " : INTROUVABLE au fichier des pieces"
                DELIMITED SIZE INTO Wsem-ligne
        NOT INVALID KEY
            MOVE fpi_idPiece TO Wfpi_idPiece
            PERFORM TESTER_PIECE_SORTIE
            PERFORM TESTER_PIECE_DISPOSEE
            IF Wdisposee = 1
                MOVE SPACES TO Wsem-ligne
                STRING "  piece " fpi_idPiece " - " fpi_nature
                    " : " fo_type " le " fo_dateExec " sur ordonnance"
                    DELIMITED SIZE INTO Wsem-ligne
            END-IF
            IF Wsortie = 1 AND Wdisposee = 0
                MOVE Wfm_idMouv TO fm_idMouv
                OPEN INPUT fmouvements
                READ fmouvements
                    INVALID KEY
                        MOVE SPACES TO fm_destination
                END-READ
                CLOSE fmouvements
                MOVE SPACES TO Wsem-ligne
                STRING "  piece " fpi_idPiece " - " fpi_nature
                    " : SORTIE vers " fm_destination
                    DELIMITED SIZE INTO Wsem-ligne
            END-IF
            IF Wsortie = 0 AND Wdisposee = 0
                MOVE SPACES TO Wsem-ligne
                STRING "  piece " fpi_idPiece " - " fpi_nature
                    " : box " fpi_idBox
                    DELIMITED SIZE INTO Wsem-ligne
            END-IF
    END-READ
    WRITE semaineLigne FROM Wsem-ligne
.

*>-----------------------------------------------------------------
*> Gestion des boites de stockage des pieces a conviction
*>-----------------------------------------------------------------
*> affectation d'une box : priorite aux boxes du lieu de service du
*> chef d'enquete (Wfb_lieuPref), repli avec avertissement sur la
*> premiere box libre ailleurs
TROUVER_BOX_DISPONIBLE.
    MOVE 0 TO Wfb_idBox
    MOVE 0 TO Wtrouve
    MOVE 0 TO Wjournaliser2
    *> la recherche et la prise de la place se font sous le verrou des
    *> boxes : deux postes ne retiennent jamais la meme place
    PERFORM PRENDRE_VERROU_BOXES
    IF Wvr-tenu = 1
        PERFORM CHERCHER_BOX_DISPONIBLE
        PERFORM RENDRE_VERROU_BOXES
        IF Wtrouve = 0
            DISPLAY "Aucune box disponible, piece non rangee."
        END-IF
    ELSE
        DISPLAY "Boxes occupees par un autre poste, piece non rangee."
    END-IF

    IF Wjournaliser2 = 1
        MOVE "fboxes" TO Wfj_fichier
        MOVE fb_idBox TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    END-IF
.

*> premiere box ayant de la place, retenue et comptee (Wtrouve,
*> Wfb_idBox, images dans Wfj_avant / Wfj_apres)
CHERCHER_BOX_DISPONIBLE.
    IF Wfb_lieuPref NOT = SPACES
        MOVE 0 TO Wfin
        OPEN INPUT fboxes
        PERFORM UNTIL Wtrouve = 1 OR Wfin = 1
            READ fboxes NEXT
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF fb_nbPieces < fb_capacite
                        AND fb_lieu = Wfb_lieuPref
                    MOVE fb_idBox TO Wfb_idBox
                    MOVE 1 TO Wtrouve
                END-IF
        END-PERFORM
        CLOSE fboxes
    END-IF

    IF Wtrouve = 0
        MOVE 0 TO Wfin
        OPEN INPUT fboxes
        PERFORM UNTIL Wtrouve = 1 OR Wfin = 1
            READ fboxes NEXT
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF fb_nbPieces < fb_capacite
                    MOVE fb_idBox TO Wfb_idBox
                    MOVE 1 TO Wtrouve
                END-IF
        END-PERFORM
        CLOSE fboxes
        IF Wtrouve = 1 AND Wfb_lieuPref NOT = SPACES
            DISPLAY "Attention : aucune box libre a "Wfb_lieuPref
            DISPLAY "Piece rangee hors du lieu de service, box "Wfb_idBox
        END-IF
    END-IF

    IF Wtrouve = 1
        OPEN I-O fboxes
        MOVE Wfb_idBox TO fb_idBox
        READ fboxes
            INVALID KEY
                DISPLAY "Erreur box"
                MOVE 0 TO Wtrouve
            NOT INVALID KEY
                IF fb_nbPieces < fb_capacite
                    MOVE boxTampon TO Wfj_avant
                    ADD 1 TO fb_nbPieces
                    REWRITE boxTampon
                    MOVE boxTampon TO Wfj_apres
                    MOVE 1 TO Wjournaliser2
                ELSE
                    MOVE 0 TO Wtrouve
                END-IF
        END-READ
        CLOSE fboxes
    END-IF
    IF Wtrouve = 0
        MOVE 0 TO Wfb_idBox
    END-IF
.

AJOUTER_BOX.
    DISPLAY "Lieu de stockage de la box (vide = "Wop-lieuServ") :"
    ACCEPT Wfb_lieu
    IF Wfb_lieu = SPACES
        MOVE Wop-lieuServ TO Wfb_lieu
    END-IF

    *> une box se cree dans le service de l'operateur
    MOVE 0 TO Wtrouve2
    MOVE Wfb_lieu TO Wpe-lieu
    PERFORM TESTER_PERIMETRE_BOX
    IF Wpe-dans = 0
        MOVE "fboxes" TO Wfj_fichier
        MOVE SPACES TO Wfj_cle
        PERFORM REFUSER_ACCES
    ELSE
        DISPLAY "Capacite de la box (nombre de pieces) :"
        ACCEPT Wfb_capacite

        *> l'identifiant est fourni par le compteur de controle fcontrole
        MOVE "BOXES" TO Wcpt-nom
        PERFORM PRENDRE_IDENTIFIANT
        MOVE Wcpt-id TO Wnb
    END-IF

    IF Wtrouve2 = 1
        MOVE Wnb TO fb_idBox
        MOVE Wfb_lieu TO fb_lieu
        MOVE Wfb_capacite TO fb_capacite
        MOVE 0 TO fb_nbPieces

        MOVE 0 TO Wjournaliser
        OPEN I-O fboxes
        WRITE boxTampon
            INVALID KEY
                DISPLAY "Existe deja"
            NOT INVALID KEY
                DISPLAY "Box creee, numero "Wnb
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fboxes

        IF Wjournaliser = 1
            MOVE "fboxes" TO Wfj_fichier
            MOVE fb_idBox TO Wfj_cle
            MOVE "AJOUT" TO Wfj_operation
            MOVE SPACES TO Wfj_avant
            MOVE boxTampon TO Wfj_apres
            PERFORM ECRIRE_JOURNAL
        END-IF
    END-IF
.
MODIFIER_BOX.
    DISPLAY "Numero de la box a modifier :"
    ACCEPT Wfb_idBox
    MOVE Wfb_idBox TO fb_idBox

    MOVE 0 TO Wjournaliser
    MOVE Wfb_idBox TO Wpe-idBox
    PERFORM CONTROLER_ACCES_BOX
    IF Wpe-dans = 1
        MOVE Wfb_idBox TO fb_idBox
        MOVE 0 TO Wcc-etat
        OPEN I-O fboxes
        READ fboxes
            INVALID KEY
                DISPLAY "Box introuvable."
                MOVE 2 TO Wcc-etat
        END-READ

        *> relecture avant ecriture : une correction faite entre-temps sur
        *> un autre poste est montree avant d'etre remplacee ; relecture
        *> et ecriture se font sous le verrou des boxes, et le nombre de
        *> pieces (positions 56 a 60 de boxTampon), tenu par les
        *> rangements, est toujours repris de l'enregistrement relu
        IF Wcc-etat = 0
            MOVE boxTampon TO Wcc-lu
            MOVE 2 TO Wcc-decision
            PERFORM UNTIL Wcc-decision NOT = 2
                PERFORM SAISIR_MODIF_BOX
                MOVE boxTampon TO Wcc-saisi
                MOVE 3 TO Wcc-decision
                PERFORM UNTIL Wcc-decision NOT = 3
                    PERFORM PRENDRE_VERROU_BOXES
                    IF Wvr-tenu = 0
                        MOVE 0 TO Wcc-decision
                    ELSE
                        MOVE Wfb_idBox TO fb_idBox
                        READ fboxes
                            INVALID KEY
                                MOVE 2 TO Wcc-etat
                            NOT INVALID KEY
                                MOVE boxTampon TO Wcc-actuel
                                MOVE Wcc-actuel(56:5) TO Wcc-lu(56:5)
                                MOVE Wcc-actuel(56:5) TO Wcc-saisi(56:5)
                        END-READ
                        IF Wcc-etat = 0 AND Wcc-actuel = Wcc-lu
                            MOVE Wcc-saisi TO boxTampon
                            REWRITE boxTampon
                            MOVE Wcc-actuel TO Wfj_avant
                            MOVE boxTampon TO Wfj_apres
                            MOVE 1 TO Wjournaliser
                            MOVE 1 TO Wcc-decision
                        END-IF
                        PERFORM RENDRE_VERROU_BOXES
                        IF Wcc-decision = 3
                            MOVE "fboxes" TO Wfj_fichier
                            MOVE Wfb_idBox TO Wfj_cle
                            PERFORM CONTROLER_MODIF_CONCURRENTE
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF
        CLOSE fboxes
    END-IF

    IF Wjournaliser = 1
        MOVE "fboxes" TO Wfj_fichier
        MOVE Wfb_idBox TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    END-IF
    IF Wpe-refus = 1
        MOVE "fboxes" TO Wfj_fichier
        MOVE Wfb_idBox TO Wfj_cle
        PERFORM REFUSER_ACCES
    END-IF
.

*> saisie des corrections d'une box sur boxTampon
SAISIR_MODIF_BOX.
    DISPLAY "Modifier le lieu de stockage ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouveau lieu :"
        ACCEPT Wfb_lieu
        *> la box ne quitte pas le service par cette voie
        MOVE Wfb_lieu TO Wpe-lieu
        PERFORM TESTER_PERIMETRE_BOX
        IF Wpe-dans = 0
            DISPLAY "Lieu hors de votre service, lieu inchange."
            MOVE 1 TO Wpe-refus
        ELSE
            MOVE Wfb_lieu TO fb_lieu
        END-IF
    END-IF
    DISPLAY "Modifier la capacite ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouvelle capacite :"
        ACCEPT Wfb_capacite
        MOVE Wfb_capacite TO fb_capacite
    END-IF
.
SUPPRIMER_BOX.
    DISPLAY "Numero de la box a supprimer :"
    ACCEPT Wfb_idBox
    MOVE Wfb_idBox TO fb_idBox

    MOVE 0 TO Wjournaliser
    MOVE 0 TO Wtrouve
    PERFORM PRENDRE_VERROU_BOXES
    IF Wvr-tenu = 1
        OPEN I-O fboxes
        READ fboxes
            INVALID KEY
                DISPLAY "Box introuvable."
            NOT INVALID KEY
                MOVE 1 TO Wtrouve
        END-READ

        IF Wtrouve = 1
            *> meme garde referentielle que SUPPRIMER_PERSONNE : une piece
            *> rangee OU sortie (place liberee par SORTIR_PIECE) reference
            *> encore la box par fpi_idBox
            MOVE 0 TO Wnb
            MOVE 0 TO Wfin2
            OPEN INPUT fpieces
            PERFORM UNTIL Wfin2 = 1
                READ fpieces NEXT
                AT END
                    MOVE 1 TO Wfin2
                NOT AT END
                    IF fpi_idBox = Wfb_idBox
                        ADD 1 TO Wnb
                    END-IF
            END-PERFORM
            CLOSE fpieces

            IF Wnb > 0
                DISPLAY "Suppression refusee : "Wnb" piece(s) referencent encore cette box."
            ELSE
                IF fb_nbPieces > 0
                    DISPLAY "Box non vide, suppression refusee."
                ELSE
                    MOVE boxTampon TO Wfj_avant
                    DELETE fboxes
                    MOVE 1 TO Wjournaliser
                END-IF
            END-IF
        END-IF
        CLOSE fboxes
        PERFORM RENDRE_VERROU_BOXES
    END-IF

    IF Wjournaliser = 1
        MOVE "fboxes" TO Wfj_fichier
        MOVE Wfb_idBox TO Wfj_cle
        MOVE "SUPPR" TO Wfj_operation
        MOVE SPACES TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
    END-IF
.
RECHERCHE_BOX_VIDE.
    DISPLAY "Boxes disposant de place libre :"
    MOVE 0 TO Wfin
    OPEN INPUT fboxes
    PERFORM UNTIL Wfin = 1
        READ fboxes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE fb_lieu TO Wpe-lieu
            PERFORM TESTER_PERIMETRE_BOX
            IF fb_nbPieces < fb_capacite AND Wpe-dans = 1
                DISPLAY "Box "fb_idBox" - "fb_lieu" : "fb_nbPieces" / "fb_capacite
            END-IF
    END-PERFORM
    CLOSE fboxes
.
RECHERCHE_BOX_PLEIN.
    DISPLAY "Boxes pleines :"
    MOVE 0 TO Wfin
    OPEN INPUT fboxes
    PERFORM UNTIL Wfin = 1
        READ fboxes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE fb_lieu TO Wpe-lieu
            PERFORM TESTER_PERIMETRE_BOX
            IF fb_nbPieces >= fb_capacite AND Wpe-dans = 1
                DISPLAY "Box "fb_idBox" - "fb_lieu" : "fb_nbPieces" / "fb_capacite
            END-IF
    END-PERFORM
    CLOSE fboxes
.
*>-----------------------------------------------------------------
*> Inventaire physique d'une box : chaque piece rattachee a la box
*> est pointee presente ou absente par l'operateur devant l'etagere,
*> les ecarts (pieces enregistrees mais introuvables, pieces
*> presentes alors qu'un mouvement de sortie est ouvert) sont
*> consignes dans le proces-verbal inventaire-box.txt a faire signer
*> par le greffe, et fb_nbPieces est recale sur le compte constate
*>-----------------------------------------------------------------
INVENTORIER_BOX.
    DISPLAY "Numero de la box a inventorier :"
    ACCEPT Wfb_idBox
    MOVE Wfb_idBox TO fb_idBox

    MOVE 0 TO Wtrouve
    OPEN INPUT fboxes
    READ fboxes
        INVALID KEY
            DISPLAY "Box introuvable."
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fboxes

    IF Wtrouve = 1
        MOVE Wfb_idBox TO Wpe-idBox
        PERFORM CONTROLER_ACCES_BOX
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        MOVE 0 TO Winv-presentes
        MOVE 0 TO Winv-manquantes
        MOVE 0 TO Winv-inattendues

        OPEN OUTPUT finv
        MOVE "===============================================" TO Wetat-titre
        WRITE invLigne FROM Wetat-titre
        MOVE "     PROCES-VERBAL D'INVENTAIRE DE BOX" TO Wetat-titre
        WRITE invLigne FROM Wetat-titre
        MOVE "Box inventoriee :" TO We-lib
        MOVE Wfb_idBox TO We-val
        WRITE invLigne FROM Wetat-ligne
        MOVE fb_lieu TO Wetat-titre
        WRITE invLigne FROM Wetat-titre
        MOVE "Pieces au compteur avant inventaire :" TO We-lib
        MOVE fb_nbPieces TO We-val
        WRITE invLigne FROM Wetat-ligne
        ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
        MOVE "Date de l'inventaire (AAAAMMJJ) :" TO We-lib
        MOVE Wdate-jour-sys TO We-val
        WRITE invLigne FROM Wetat-ligne
        MOVE "===============================================" TO Wetat-titre
        WRITE invLigne FROM Wetat-titre

        DISPLAY "=== Pointage des pieces de la box "Wfb_idBox" ==="
        MOVE 0 TO Wfin
        OPEN INPUT fpieces
        PERFORM UNTIL Wfin = 1
            READ fpieces NEXT
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF fpi_idBox = Wfb_idBox
                    PERFORM POINTER_PIECE_INVENTAIRE
                END-IF
        END-PERFORM
        CLOSE fpieces

        MOVE "===============================================" TO Wetat-titre
        WRITE invLigne FROM Wetat-titre
        MOVE "Pieces constatees presentes :" TO We-lib
        MOVE Winv-presentes TO We-val
        WRITE invLigne FROM Wetat-ligne
        MOVE "Pieces enregistrees non trouvees :" TO We-lib
        MOVE Winv-manquantes TO We-val
        WRITE invLigne FROM Wetat-ligne
        MOVE "Pieces presentes attendues sorties :" TO We-lib
        MOVE Winv-inattendues TO We-val
        WRITE invLigne FROM Wetat-ligne
        MOVE "Visa du greffe :" TO Wetat-titre
        WRITE invLigne FROM Wetat-titre
        CLOSE finv

        PERFORM RECALER_COMPTEUR_BOX

        DISPLAY "Inventaire termine : "Winv-presentes" presente(s), "Winv-manquantes" manquante(s), "Winv-inattendues" inattendue(s)."
        DISPLAY "Proces-verbal ecrit dans inventaire-box.txt"
    END-IF
.

*> pointage de la piece courante de fpieces : l'etat attendu vient
*> de fmouvements, le constat vient de l'operateur
POINTER_PIECE_INVENTAIRE.
    MOVE fpi_idPiece TO Wfpi_idPiece
    PERFORM TESTER_PIECE_SORTIE

    IF Wsortie = 1
        DISPLAY "Piece "fpi_idPiece" - "fpi_nature" : attendue SORTIE (mouvement "Wfm_idMouv")."
        DISPLAY "Presente sur l'etagere ? 1:OUI, 0:NON"
        ACCEPT Wdecision
        MOVE "Piece " TO Wiv-lib
        MOVE fpi_idPiece TO Wiv-id
        IF Wdecision = 1
            *> la piece est la alors qu'un mouvement de sortie est
            *> encore ouvert : retour jamais enregistre
            ADD 1 TO Winv-presentes
            ADD 1 TO Winv-inattendues
            MOVE " PRESENTE mais attendue sortie" TO Wiv-texte
        ELSE
            MOVE " sortie confirmee (mouvement ouvert)" TO Wiv-texte
        END-IF
        WRITE invLigne FROM Winv-ligne
    ELSE
        DISPLAY "Piece "fpi_idPiece" - "fpi_nature" : presente ? 1:OUI, 0:NON"
        ACCEPT Wdecision
        MOVE "Piece " TO Wiv-lib
        MOVE fpi_idPiece TO Wiv-id
        IF Wdecision = 1
            ADD 1 TO Winv-presentes
            MOVE " presente" TO Wiv-texte
        ELSE
            ADD 1 TO Winv-manquantes
            MOVE " MANQUANTE (enregistree, non trouvee)" TO Wiv-texte
        END-IF
        WRITE invLigne FROM Winv-ligne
    END-IF
.

*> fb_nbPieces est recale sur le compte constate lors du pointage
RECALER_COMPTEUR_BOX.
    MOVE 0 TO Wjournaliser
    PERFORM PRENDRE_VERROU_BOXES
    IF Wvr-tenu = 1
        OPEN I-O fboxes
        MOVE Wfb_idBox TO fb_idBox
        READ fboxes
            INVALID KEY
                DISPLAY "Box introuvable, compteur non recale."
            NOT INVALID KEY
                IF fb_nbPieces NOT = Winv-presentes
                    MOVE boxTampon TO Wfj_avant
                    MOVE Winv-presentes TO fb_nbPieces
                    REWRITE boxTampon
                    MOVE boxTampon TO Wfj_apres
                    MOVE 1 TO Wjournaliser
                    DISPLAY "Compteur de la box recale a "Winv-presentes" piece(s)."
                END-IF
        END-READ
        CLOSE fboxes
        PERFORM RENDRE_VERROU_BOXES
    END-IF

    IF Wjournaliser = 1
        MOVE "fboxes" TO Wfj_fichier
        MOVE Wfb_idBox TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    END-IF
.

*>-----------------------------------------------------------------
*> Gestion des personnes (suspects, temoins, victimes)
*>-----------------------------------------------------------------
AJOUTER_PERSONNE.
    DISPLAY "Nom de la personne :"
    ACCEPT Wfp_nom
    DISPLAY "Prenom de la personne :"
    ACCEPT Wfp_prenom
    PERFORM SAISIR_TYPE_PERSONNE
    DISPLAY "Taille en centimetres :"
    ACCEPT Wfp_taille
    DISPLAY "Date de naissance (JJ/MM/AAAA) :"
    PERFORM SAISIR_DATE_VALIDE
    MOVE Wdate-saisie TO Wfp_dateNaissance
    DISPLAY "Pointure :"
    ACCEPT Wfp_pointure
    PERFORM SAISIR_SEXE

    PERFORM CHERCHER_DOUBLON_PERSONNE
    MOVE 1 TO Wdecision
    IF Wtrouve = 1
        DISPLAY "Enregistrer quand meme cette personne ? 1:OUI, 0:NON"
        ACCEPT Wdecision
    END-IF

    IF Wdecision = 1
        *> l'identifiant est fourni par le compteur de controle fcontrole
        MOVE "PERSONNE" TO Wcpt-nom
        PERFORM PRENDRE_IDENTIFIANT
        MOVE Wcpt-id TO Wnb

        IF Wtrouve2 = 1
            MOVE Wnb TO fp_idPers
            MOVE Wfp_nom TO fp_nom
            MOVE Wfp_prenom TO fp_prenom
            MOVE Wfp_type TO fp_type
            MOVE Wfp_taille TO fp_taille
            MOVE Wfp_dateNaissance TO fp_dateNaissance
            MOVE Wfp_pointure TO fp_pointure
            MOVE Wfp_sexe TO fp_sexe

            MOVE 0 TO Wjournaliser
            OPEN I-O fpersonnes
            WRITE persTampon
                INVALID KEY
                    DISPLAY "Existe deja"
                NOT INVALID KEY
                    DISPLAY "Personne enregistree, numero "Wnb
                    MOVE 1 TO Wjournaliser
            END-WRITE
            CLOSE fpersonnes

            IF Wjournaliser = 1
                MOVE "fpersonnes" TO Wfj_fichier
                MOVE fp_idPers TO Wfj_cle
                MOVE "AJOUT" TO Wfj_operation
                MOVE SPACES TO Wfj_avant
                MOVE persTampon TO Wfj_apres
                PERFORM ECRIRE_JOURNAL
            END-IF
        END-IF
    END-IF
.
MODIFIER_PERSONNE.
    DISPLAY "Numero de la personne a modifier :"
    ACCEPT Wfp_idPers
    MOVE Wfp_idPers TO fp_idPers

    MOVE 0 TO Wjournaliser
    MOVE Wfp_idPers TO Wpe-idPers
    PERFORM CONTROLER_ACCES_PERSONNE
    IF Wpe-dans = 1
        MOVE Wfp_idPers TO fp_idPers
        MOVE 0 TO Wcc-etat
        OPEN I-O fpersonnes
        READ fpersonnes
            INVALID KEY
                DISPLAY "Personne introuvable."
                MOVE 2 TO Wcc-etat
        END-READ

        *> relecture avant ecriture : une correction faite entre-temps sur
        *> un autre poste est montree avant d'etre remplacee
        IF Wcc-etat = 0
            MOVE persTampon TO Wcc-lu
            MOVE 2 TO Wcc-decision
            PERFORM UNTIL Wcc-decision NOT = 2
                PERFORM SAISIR_MODIF_PERSONNE
                MOVE persTampon TO Wcc-saisi
                MOVE 3 TO Wcc-decision
                PERFORM UNTIL Wcc-decision NOT = 3
                    MOVE Wfp_idPers TO fp_idPers
                    READ fpersonnes
                        INVALID KEY
                            MOVE 2 TO Wcc-etat
                        NOT INVALID KEY
                            MOVE persTampon TO Wcc-actuel
                    END-READ
                    IF Wcc-etat = 0 AND Wcc-actuel = Wcc-lu
                        MOVE Wcc-saisi TO persTampon
                        REWRITE persTampon
                        MOVE Wcc-actuel TO Wfj_avant
                        MOVE persTampon TO Wfj_apres
                        MOVE 1 TO Wjournaliser
                        MOVE 1 TO Wcc-decision
                    ELSE
                        MOVE "fpersonnes" TO Wfj_fichier
                        MOVE Wfp_idPers TO Wfj_cle
                        PERFORM CONTROLER_MODIF_CONCURRENTE
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF
        CLOSE fpersonnes
    END-IF

    IF Wjournaliser = 1
        MOVE "fpersonnes" TO Wfj_fichier
        MOVE Wfp_idPers TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    END-IF
.

*> saisie des corrections d'une personne sur persTampon
SAISIR_MODIF_PERSONNE.
    DISPLAY "Modifier le nom ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouveau nom :"
        ACCEPT Wfp_nom
        MOVE Wfp_nom TO fp_nom
    END-IF
    DISPLAY "Modifier le prenom ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouveau prenom :"
        ACCEPT Wfp_prenom
        MOVE Wfp_prenom TO fp_prenom
    END-IF
    DISPLAY "Modifier le type ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        PERFORM SAISIR_TYPE_PERSONNE
        MOVE Wfp_type TO fp_type
    END-IF
    DISPLAY "Modifier la taille ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouvelle taille en centimetres :"
        ACCEPT Wfp_taille
        MOVE Wfp_taille TO fp_taille
    END-IF
    DISPLAY "Modifier la date de naissance ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouvelle date de naissance (JJ/MM/AAAA) :"
        PERFORM SAISIR_DATE_VALIDE
        MOVE Wdate-saisie TO fp_dateNaissance
    END-IF
    DISPLAY "Modifier la pointure ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        DISPLAY "Nouvelle pointure :"
        ACCEPT Wfp_pointure
        MOVE Wfp_pointure TO fp_pointure
    END-IF
    DISPLAY "Modifier le sexe ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        PERFORM SAISIR_SEXE
        MOVE Wfp_sexe TO fp_sexe
    END-IF
.
SUPPRIMER_PERSONNE.
    DISPLAY "Numero de la personne a supprimer :"
    ACCEPT Wfp_idPers
    MOVE Wfp_idPers TO fp_idPers

    MOVE 0 TO Wjournaliser
    MOVE Wfp_idPers TO Wpe-idPers
    PERFORM CONTROLER_ACCES_PERSONNE
    IF Wpe-dans = 1
        OPEN I-O fpersonnes
        READ fpersonnes
            INVALID KEY
                DISPLAY "Personne introuvable."
                MOVE 0 TO Wtrouve
            NOT INVALID KEY
                MOVE 1 TO Wtrouve
                MOVE persTampon TO Wfj_avant
        END-READ

        IF Wtrouve = 1
            *> suppression refusee tant que des liens referencent la
            *> personne, lus par la cle secondaire fl_idPers
            MOVE 0 TO Wnb
            MOVE 0 TO Wfin2
            OPEN INPUT fliens
            MOVE Wfp_idPers TO fl_idPers
            START fliens KEY = fl_idPers
                INVALID KEY
                    MOVE 1 TO Wfin2
            END-START
            PERFORM UNTIL Wfin2 = 1
                READ fliens NEXT
                AT END
                    MOVE 1 TO Wfin2
                NOT AT END
                    IF fl_idPers NOT = Wfp_idPers
                        MOVE 1 TO Wfin2
                    ELSE
                        ADD 1 TO Wnb
                    END-IF
            END-PERFORM
            CLOSE fliens

            IF Wnb > 0
                DISPLAY "Suppression refusee : "Wnb" lien(s) referencent encore cette personne."
            ELSE
                DELETE fpersonnes
                DISPLAY "Personne supprimee."
                MOVE 1 TO Wjournaliser
            END-IF
        END-IF
        CLOSE fpersonnes
    END-IF

    IF Wjournaliser = 1
        MOVE "fpersonnes" TO Wfj_fichier
        MOVE Wfp_idPers TO Wfj_cle
        MOVE "SUPPR" TO Wfj_operation
        MOVE SPACES TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
        PERFORM SUPPRIMER_ALIAS_PERSONNE
    END-IF
.

*>-----------------------------------------------------------------
*> Fusion de deux fiches de personne en double : les liens de la
*> fiche absorbee sont repointes vers la fiche survivante, les
*> champs anthropometriques divergents sont arbitres par
*> l'operateur, la fiche absorbee est supprimee et l'ensemble est
*> journalise. Indispensable aux recherches : une identite coupee
*> en deux cache la moitie de l'historique d'un suspect
*>-----------------------------------------------------------------
FUSIONNER_PERSONNES.
    DISPLAY "Numero de la personne conservee (survivante) :"
    ACCEPT Wfu-survivant
    DISPLAY "Numero de la personne absorbee (sera supprimee) :"
    ACCEPT Wfu-absorbe

    IF Wfu-survivant = Wfu-absorbe
        DISPLAY "Les deux numeros doivent etre differents."
    ELSE
        *> les deux fiches doivent etre visibles de l'operateur
        MOVE Wfu-absorbe TO Wpe-idPers
        PERFORM CONTROLER_ACCES_PERSONNE
        IF Wpe-dans = 1
            MOVE Wfu-survivant TO Wpe-idPers
            PERFORM CONTROLER_ACCES_PERSONNE
        END-IF
        IF Wpe-dans = 1
            *> la fiche absorbee d'abord : ses champs sont gardes en
            *> zones de travail pour l'arbitrage, son image pour le
            *> journal ; la fiche survivante reste dans le tampon
            MOVE 0 TO Wtrouve
            MOVE 0 TO Wtrouve2
            OPEN INPUT fpersonnes
            MOVE Wfu-absorbe TO fp_idPers
            READ fpersonnes
                INVALID KEY
                    DISPLAY "Personne absorbee introuvable."
                NOT INVALID KEY
                    MOVE 1 TO Wtrouve
                    MOVE fp_nom TO Wfp_nom
                    MOVE fp_prenom TO Wfp_prenom
                    MOVE fp_type TO Wfp_type
                    MOVE fp_taille TO Wfp_taille
                    MOVE fp_dateNaissance TO Wfp_dateNaissance
                    MOVE fp_pointure TO Wfp_pointure
                    MOVE fp_sexe TO Wfp_sexe
                    MOVE SPACES TO Wfj_avant2
                    MOVE persTampon TO Wfj_avant2
                    DISPLAY "Absorbee  : "fp_idPers" "fp_nom" "fp_prenom" - "fp_sexe" - "fp_taille" cm - pointure "fp_pointure" - nee le "fp_dateNaissance" ("fp_type")"
            END-READ
            IF Wtrouve = 1
                MOVE Wfu-survivant TO fp_idPers
                READ fpersonnes
                    INVALID KEY
                        DISPLAY "Personne survivante introuvable."
                    NOT INVALID KEY
                        MOVE 1 TO Wtrouve2
                        MOVE SPACES TO Wfu-image
                        MOVE persTampon TO Wfu-image
                        DISPLAY "Survivante: "fp_idPers" "fp_nom" "fp_prenom" - "fp_sexe" - "fp_taille" cm - pointure "fp_pointure" - nee le "fp_dateNaissance" ("fp_type")"
                END-READ
            END-IF
            CLOSE fpersonnes

            IF Wtrouve = 1 AND Wtrouve2 = 1
                DISPLAY "Confirmer la fusion de "Wfu-absorbe" dans "Wfu-survivant" ? 1:OUI, 0:NON"
                ACCEPT Wdecision
                IF Wdecision = 1
                    PERFORM ARBITRER_CHAMPS_FUSION
                    PERFORM REPOINTER_LIENS_FUSION
                    PERFORM REPOINTER_ALIAS_FUSION
                    PERFORM APPLIQUER_FUSION_PERSONNES
                    IF Wjournaliser2 = 1
                        PERFORM CONSERVER_IDENTITE_ABSORBEE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
.

*> pour chaque champ anthropometrique divergent, l'operateur choisit
*> la valeur conservee ; le tampon de fpersonnes porte la fiche
*> survivante et recoit le resultat de l'arbitrage
ARBITRER_CHAMPS_FUSION.
    IF fp_type NOT = Wfp_type
        DISPLAY "Type : survivante "fp_type", absorbee "Wfp_type
        DISPLAY "1:garder la survivante, 2:prendre l'absorbee"
        ACCEPT Wdecision
        IF Wdecision = 2
            MOVE Wfp_type TO fp_type
        END-IF
    END-IF
    IF fp_taille NOT = Wfp_taille
        DISPLAY "Taille : survivante "fp_taille", absorbee "Wfp_taille
        DISPLAY "1:garder la survivante, 2:prendre l'absorbee"
        ACCEPT Wdecision
        IF Wdecision = 2
            MOVE Wfp_taille TO fp_taille
        END-IF
    END-IF
    IF fp_dateNaissance NOT = Wfp_dateNaissance
        DISPLAY "Date de naissance : survivante "fp_dateNaissance", absorbee "Wfp_dateNaissance
        DISPLAY "1:garder la survivante, 2:prendre l'absorbee"
        ACCEPT Wdecision
        IF Wdecision = 2
            MOVE Wfp_dateNaissance TO fp_dateNaissance
        END-IF
    END-IF
    IF fp_pointure NOT = Wfp_pointure
        DISPLAY "Pointure : survivante "fp_pointure", absorbee "Wfp_pointure
        DISPLAY "1:garder la survivante, 2:prendre l'absorbee"
        ACCEPT Wdecision
        IF Wdecision = 2
            MOVE Wfp_pointure TO fp_pointure
        END-IF
    END-IF
    IF fp_sexe NOT = Wfp_sexe
        DISPLAY "Sexe : survivante "fp_sexe", absorbee "Wfp_sexe
        DISPLAY "1:garder la survivante, 2:prendre l'absorbee"
        ACCEPT Wdecision
        IF Wdecision = 2
            MOVE Wfp_sexe TO fp_sexe
        END-IF
    END-IF
.

*> tous les liens de la fiche absorbee passent a la survivante, un
*> par un via la cle secondaire fl_idPers (repositionnement a chaque
*> tour : la reecriture de la cle secondaire deplace l'enregistrement
*> dans l'index en cours de lecture)
REPOINTER_LIENS_FUSION.
    MOVE 0 TO Wfu-liens
    MOVE 1 TO Wfu-encore
    PERFORM REPOINTER_UN_LIEN_FUSION UNTIL Wfu-encore = 0
.

REPOINTER_UN_LIEN_FUSION.
    MOVE 0 TO Wfu-encore
    MOVE 0 TO Wjournaliser
    OPEN I-O fliens
    MOVE Wfu-absorbe TO fl_idPers
    START fliens KEY = fl_idPers
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ fliens NEXT
            AT END
                CONTINUE
            NOT AT END
                IF fl_idPers = Wfu-absorbe
                    MOVE lienTampon TO Wfj_avant
                    MOVE Wfu-survivant TO fl_idPers
                    REWRITE lienTampon
                    MOVE lienTampon TO Wfj_apres
                    MOVE fl_idLien TO Wfj_cle2
                    MOVE 1 TO Wjournaliser
                    MOVE 1 TO Wfu-encore
                    ADD 1 TO Wfu-liens
                END-IF
            END-READ
    END-START
    CLOSE fliens

    IF Wjournaliser = 1
        MOVE "fliens" TO Wfj_fichier
        MOVE Wfj_cle2 TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    END-IF
.

*> la fiche survivante arbitree est reecrite, la fiche absorbee est
*> supprimee, les deux operations sont journalisees
APPLIQUER_FUSION_PERSONNES.
    MOVE SPACES TO Wfj_apres2
    MOVE persTampon TO Wfj_apres2

    MOVE 0 TO Wjournaliser
    MOVE 0 TO Wjournaliser2
    OPEN I-O fpersonnes
    MOVE Wfu-survivant TO fp_idPers
    READ fpersonnes
        INVALID KEY
            DISPLAY "Personne survivante introuvable."
        NOT INVALID KEY
            MOVE Wfj_apres2(1:68) TO persTampon
            REWRITE persTampon
            MOVE 1 TO Wjournaliser
    END-READ
    IF Wjournaliser = 1
        MOVE Wfu-absorbe TO fp_idPers
        READ fpersonnes
            INVALID KEY
                DISPLAY "Personne absorbee introuvable."
            NOT INVALID KEY
                DELETE fpersonnes
                MOVE 1 TO Wjournaliser2
        END-READ
    END-IF
    CLOSE fpersonnes

    IF Wjournaliser = 1
        MOVE "fpersonnes" TO Wfj_fichier
        MOVE Wfu-survivant TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        MOVE Wfu-image TO Wfj_avant
        MOVE Wfj_apres2 TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
    END-IF
    IF Wjournaliser2 = 1
        MOVE "fpersonnes" TO Wfj_fichier
        MOVE Wfu-absorbe TO Wfj_cle
        MOVE "SUPPR" TO Wfj_operation
        MOVE Wfj_avant2 TO Wfj_avant
        MOVE SPACES TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
        DISPLAY "Fusion terminee : "Wfu-liens" lien(s) repointes, personne "Wfu-absorbe" supprimee."
    END-IF
.

*> le nom de la fiche absorbee devient une identite connue de la
*> survivante, sauf s'il est identique (nom, prenom, naissance)
CONSERVER_IDENTITE_ABSORBEE.
    IF Wfp_nom NOT = Wfj_apres2(6:20)
            OR Wfp_prenom NOT = Wfj_apres2(26:20)
            OR Wfp_dateNaissance NOT = Wfj_apres2(56:10)
        MOVE Wfu-survivant TO Wal-idPers
        MOVE Wfp_nom TO Wfal_nom
        MOVE Wfp_prenom TO Wfal_prenom
        MOVE Wfp_dateNaissance TO Wfal_dateNaissance
        MOVE SPACES TO Wfal_source
        STRING "fusion de la fiche " Wfu-absorbe DELIMITED SIZE
            INTO Wfal_source
        PERFORM ENREGISTRER_ALIAS
    END-IF
.

*> saisie du type avec controle contre les valeurs admises
SAISIR_TYPE_PERSONNE.
    PERFORM WITH TEST AFTER UNTIL Wfp_type = "suspect"
            OR Wfp_type = "temoin" OR Wfp_type = "victime"
        DISPLAY "Type de personne (suspect/temoin/victime) :"
        ACCEPT Wfp_type
        IF Wfp_type NOT = "suspect" AND Wfp_type NOT = "temoin"
                AND Wfp_type NOT = "victime"
            DISPLAY "Type invalide. Merci de ressaisir."
        END-IF
    END-PERFORM
.

SAISIR_SEXE.
    PERFORM WITH TEST AFTER UNTIL Wfp_sexe = "M" OR Wfp_sexe = "F"
        DISPLAY "Sexe (M/F) :"
        ACCEPT Wfp_sexe
        IF Wfp_sexe NOT = "M" AND Wfp_sexe NOT = "F"
            DISPLAY "Sexe invalide. Merci de ressaisir."
        END-IF
    END-PERFORM
.

*> saisie d'une date dans Wdate-saisie, redemandee jusqu'a validite
SAISIR_DATE_VALIDE.
    PERFORM WITH TEST AFTER UNTIL Wdate-valide = 1
        ACCEPT Wdate-saisie
        PERFORM VALIDER_DATE
        IF Wdate-valide = 0
            DISPLAY "Date invalide (JJ/MM/AAAA attendu). Merci de ressaisir."
        END-IF
    END-PERFORM
.

*> controle d'une date calendaire reelle : bornes des champs, longueur
*> des mois et annees bissextiles comprises
VALIDER_DATE.
    MOVE 1 TO Wdate-valide
    IF Wds-jour NOT NUMERIC OR Wds-mois NOT NUMERIC
            OR Wds-annee NOT NUMERIC
        MOVE 0 TO Wdate-valide
    ELSE
        IF Wds-mois < 1 OR Wds-mois > 12
            MOVE 0 TO Wdate-valide
        END-IF
        IF Wds-jour < 1 OR Wds-jour > 31
            MOVE 0 TO Wdate-valide
        END-IF
        IF Wds-annee < 1850
            MOVE 0 TO Wdate-valide
        END-IF
    END-IF
    IF Wdate-valide = 1
        IF (Wds-mois = 4 OR Wds-mois = 6 OR Wds-mois = 9
                OR Wds-mois = 11) AND Wds-jour > 30
            MOVE 0 TO Wdate-valide
        END-IF
        IF Wds-mois = 2
            PERFORM CALCULER_BISSEXTILE
            IF Wbissextile = 1 AND Wds-jour > 29
                MOVE 0 TO Wdate-valide
            END-IF
            IF Wbissextile = 0 AND Wds-jour > 28
                MOVE 0 TO Wdate-valide
            END-IF
        END-IF
    END-IF
.

CALCULER_BISSEXTILE.
    MOVE 0 TO Wbissextile
    DIVIDE Wds-annee BY 4 GIVING Wquot REMAINDER Wrest4
    DIVIDE Wds-annee BY 100 GIVING Wquot REMAINDER Wrest100
    DIVIDE Wds-annee BY 400 GIVING Wquot REMAINDER Wrest400
    IF (Wrest4 = 0 AND Wrest100 NOT = 0) OR Wrest400 = 0
        MOVE 1 TO Wbissextile
    END-IF
.

*> signale dans Wtrouve un homonyme ne le meme jour deja enregistre
CHERCHER_DOUBLON_PERSONNE.
    MOVE 0 TO Wtrouve
    MOVE 0 TO Wfin
    OPEN INPUT fpersonnes
    PERFORM UNTIL Wfin = 1
        READ fpersonnes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fp_nom = Wfp_nom AND fp_prenom = Wfp_prenom
                    AND fp_dateNaissance = Wfp_dateNaissance
                MOVE 1 TO Wtrouve
                DISPLAY "Doublon possible : personne "fp_idPers" - "fp_nom" "fp_prenom" nee le "fp_dateNaissance
            END-IF
    END-PERFORM
    CLOSE fpersonnes
    PERFORM CHERCHER_DOUBLON_ALIAS
.
*>-----------------------------------------------------------------
*> Identites connues des personnes : autres noms, noms de jeune
*> fille, fausses identites, chacun rattache a la fiche par
*> fal_idPers avec sa date de naissance declaree (00/00/0000 si
*> inconnue), sa source et sa date d'enregistrement. Les recherches
*> par nom, le controle des doublons, la recherche anthropometrique
*> et l'alerte suspect connu consultent ces identites et disent
*> laquelle a repondu
*>-----------------------------------------------------------------
AJOUTER_ALIAS.
    DISPLAY "Numero de la personne :"
    ACCEPT Wfp_idPers
    MOVE Wfp_idPers TO fp_idPers

    MOVE 0 TO Wtrouve
    MOVE Wfp_idPers TO Wpe-idPers
    PERFORM CONTROLER_ACCES_PERSONNE
    IF Wpe-dans = 1
        OPEN INPUT fpersonnes
        READ fpersonnes
            INVALID KEY
                DISPLAY "Personne introuvable."
                MOVE 0 TO Wtrouve
            NOT INVALID KEY
                MOVE 1 TO Wtrouve
                DISPLAY "Personne "fp_idPers" - "fp_nom" "fp_prenom" nee le "fp_dateNaissance
        END-READ
        CLOSE fpersonnes
    END-IF

    IF Wtrouve = 1
        MOVE Wfp_idPers TO Wal-idPers
        PERFORM AFFICHER_ALIAS_PERSONNE
        DISPLAY "Nom sous cette identite :"
        ACCEPT Wfal_nom
        DISPLAY "Prenom sous cette identite :"
        ACCEPT Wfal_prenom
        DISPLAY "Date de naissance declaree connue ? 1:OUI, 0:NON"
        ACCEPT Wdecision
        IF Wdecision = 1
            DISPLAY "Date de naissance declaree (JJ/MM/AAAA) :"
            PERFORM SAISIR_DATE_VALIDE
            MOVE Wdate-saisie TO Wfal_dateNaissance
        ELSE
            MOVE "00/00/0000" TO Wfal_dateNaissance
        END-IF
        DISPLAY "Source (audition, piece d'identite, fichier...) :"
        ACCEPT Wfal_source
        PERFORM ENREGISTRER_ALIAS
    END-IF
.

*> creation de l'identite Wfal_* pour la personne Wal-idPers, datee
*> du jour (appele aussi par FUSIONNER_PERSONNES)
ENREGISTRER_ALIAS.
    *> l'identifiant est fourni par le compteur de controle fcontrole
    MOVE "ALIAS" TO Wcpt-nom
    PERFORM PRENDRE_IDENTIFIANT
    MOVE Wcpt-id TO Wnb

    IF Wtrouve2 = 1
        ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
        MOVE Wdjs-jour TO Wdf-jour
        MOVE Wdjs-mois TO Wdf-mois
        MOVE Wdjs-annee TO Wdf-annee
        MOVE "/" TO Wdf-sep1
        MOVE "/" TO Wdf-sep2

        MOVE Wnb TO fal_idAlias
        MOVE Wal-idPers TO fal_idPers
        MOVE Wfal_nom TO fal_nom
        MOVE Wfal_prenom TO fal_prenom
        MOVE Wfal_dateNaissance TO fal_dateNaissance
        MOVE Wfal_source TO fal_source
        MOVE Wdate-fr TO fal_dateEnreg

        MOVE 0 TO Wjournaliser
        OPEN I-O falias
        WRITE aliasTampon
            INVALID KEY
                DISPLAY "Existe deja"
            NOT INVALID KEY
                DISPLAY "Identite "fal_nom" "fal_prenom" enregistree pour la personne "fal_idPers
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE falias

        IF Wjournaliser = 1
            MOVE "falias" TO Wfj_fichier
            MOVE fal_idAlias TO Wfj_cle
            MOVE "AJOUT" TO Wfj_operation
            MOVE SPACES TO Wfj_avant
            MOVE aliasTampon TO Wfj_apres
            PERFORM ECRIRE_JOURNAL
        END-IF
    END-IF
.

*> liste des autres identites de la personne Wal-idPers, lues par
*> la cle secondaire fal_idPers
AFFICHER_ALIAS_PERSONNE.
    MOVE 0 TO Wal-fin
    OPEN INPUT falias
    MOVE Wal-idPers TO fal_idPers
    START falias KEY = fal_idPers
        INVALID KEY
            MOVE 1 TO Wal-fin
    END-START
    PERFORM UNTIL Wal-fin = 1
        READ falias NEXT
        AT END
            MOVE 1 TO Wal-fin
        NOT AT END
            IF fal_idPers NOT = Wal-idPers
                MOVE 1 TO Wal-fin
            ELSE
                DISPLAY "   connu(e) aussi sous "fal_nom" "fal_prenom" nee le "fal_dateNaissance" ("fal_source", releve le "fal_dateEnreg")"
            END-IF
    END-PERFORM
    CLOSE falias
.

*> recherche par nom (prenom facultatif) sur l'identite principale
*> puis sur les identites connues, avec l'identite qui a repondu
RECHERCHER_PERSONNE_PAR_NOM.
    DISPLAY "Nom recherche :"
    ACCEPT Wfal_nom
    DISPLAY "Prenom (vide = tous) :"
    ACCEPT Wfal_prenom

    DISPLAY "=== Personnes repondant a "Wfal_nom" "Wfal_prenom" ==="
    MOVE 0 TO Wal-nb
    MOVE SPACES TO Wal-identite
    MOVE 0 TO Wfin
    OPEN INPUT fpersonnes
    PERFORM UNTIL Wfin = 1
        READ fpersonnes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fp_nom = Wfal_nom
                    AND (Wfal_prenom = SPACES OR fp_prenom = Wfal_prenom)
                MOVE fp_idPers TO Wpe-idPers
                PERFORM TESTER_PERIMETRE_PERSONNE
                IF Wpe-dans = 1
                    ADD 1 TO Wal-nb
                    DISPLAY fp_idPers" "fp_nom" "fp_prenom" nee le "fp_dateNaissance" ("fp_type") - identite principale"
                    MOVE fp_idPers TO Wal-idPers
                    PERFORM AFFICHER_ALIAS_PERSONNE
                    MOVE fp_idPers TO Wfp_idPers
                    PERFORM SIGNALER_SUSPECT_CONNU
                END-IF
            END-IF
    END-PERFORM
    CLOSE fpersonnes

    MOVE 0 TO Wfin
    OPEN INPUT falias
    OPEN INPUT fpersonnes
    PERFORM UNTIL Wfin = 1
        READ falias NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fal_nom = Wfal_nom
                    AND (Wfal_prenom = SPACES OR fal_prenom = Wfal_prenom)
                MOVE fal_idPers TO Wpe-idPers
                PERFORM TESTER_PERIMETRE_PERSONNE
                IF Wpe-dans = 1
                    ADD 1 TO Wal-nb
                    MOVE fal_idPers TO fp_idPers
                    READ fpersonnes
                        INVALID KEY
                            DISPLAY fal_idPers" (fiche introuvable) - par l'alias "fal_nom" "fal_prenom
                        NOT INVALID KEY
                            DISPLAY fp_idPers" "fp_nom" "fp_prenom" nee le "fp_dateNaissance" ("fp_type") - par l'alias "fal_nom" "fal_prenom" nee le "fal_dateNaissance" ("fal_source")"
                            MOVE SPACES TO Wal-identite
                            STRING "l'alias " fal_nom " " fal_prenom
                                DELIMITED SIZE INTO Wal-identite
                            MOVE fp_idPers TO Wfp_idPers
                            PERFORM SIGNALER_SUSPECT_CONNU
                    END-READ
                END-IF
            END-IF
    END-PERFORM
    CLOSE fpersonnes
    CLOSE falias
    MOVE SPACES TO Wal-identite

    IF Wal-nb = 0
        DISPLAY "Aucune personne ni identite connue sous ce nom."
    END-IF
.

*> doublon possible sous une identite connue : meme nom, prenom et
*> date de naissance qu'un alias deja enregistre (Wtrouve a 1)
CHERCHER_DOUBLON_ALIAS.
    MOVE 0 TO Wal-fin
    OPEN INPUT falias
    PERFORM UNTIL Wal-fin = 1
        READ falias NEXT
        AT END
            MOVE 1 TO Wal-fin
        NOT AT END
            IF fal_nom = Wfp_nom AND fal_prenom = Wfp_prenom
                    AND fal_dateNaissance = Wfp_dateNaissance
                MOVE 1 TO Wtrouve
                DISPLAY "Doublon possible : personne "fal_idPers" connue sous l'alias "fal_nom" "fal_prenom" nee le "fal_dateNaissance" ("fal_source")"
            END-IF
    END-PERFORM
    CLOSE falias
.

*> la personne courante de fpersonnes ne repond pas au signalement
*> sous sa propre date de naissance : l'age est recalcule pour
*> chaque date declaree sous une autre identite (Wal-identite)
COMPARER_SIGNALEMENT_ALIAS.
    MOVE 0 TO Wal-fin
    OPEN INPUT falias
    MOVE fp_idPers TO fal_idPers
    START falias KEY = fal_idPers
        INVALID KEY
            MOVE 1 TO Wal-fin
    END-START
    PERFORM UNTIL Wal-fin = 1
        READ falias NEXT
        AT END
            MOVE 1 TO Wal-fin
        NOT AT END
            IF fal_idPers NOT = fp_idPers
                MOVE 1 TO Wal-fin
            ELSE
                IF fal_dn-annee NOT = 0
                    PERFORM CALCULER_AGE_ALIAS
                    PERFORM CONFRONTER_SIGNALEMENT
                    IF Wtrouve = 1
                        MOVE SPACES TO Wal-identite
                        STRING fal_nom " " fal_prenom " nee le "
                            fal_dateNaissance DELIMITED SIZE
                            INTO Wal-identite
                        MOVE 1 TO Wal-fin
                    END-IF
                END-IF
            END-IF
    END-PERFORM
    CLOSE falias
.

CALCULER_AGE_ALIAS.
    COMPUTE Wdate8-naiss = fal_dn-annee * 10000
        + fal_dn-mois * 100 + fal_dn-jour
    IF Wdate8-naiss >= Wdate8-run
        MOVE 0 TO Wage
    ELSE
        COMPUTE Wage = (Wdate8-run - Wdate8-naiss) / 10000
    END-IF
.

*> identites de la fiche absorbee reportees sur la survivante, une
*> par une par la cle secondaire fal_idPers (comme les liens)
REPOINTER_ALIAS_FUSION.
    MOVE 1 TO Wfu-encore
    PERFORM REPOINTER_UN_ALIAS_FUSION UNTIL Wfu-encore = 0
.

REPOINTER_UN_ALIAS_FUSION.
    MOVE 0 TO Wfu-encore
    MOVE 0 TO Wjournaliser
    OPEN I-O falias
    MOVE Wfu-absorbe TO fal_idPers
    START falias KEY = fal_idPers
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ falias NEXT
            AT END
                CONTINUE
            NOT AT END
                IF fal_idPers = Wfu-absorbe
                    MOVE aliasTampon TO Wfj_avant
                    MOVE Wfu-survivant TO fal_idPers
                    REWRITE aliasTampon
                    MOVE aliasTampon TO Wfj_apres
                    MOVE fal_idAlias TO Wfj_cle2
                    MOVE 1 TO Wjournaliser
                    MOVE 1 TO Wfu-encore
                END-IF
            END-READ
    END-START
    CLOSE falias

    IF Wjournaliser = 1
        MOVE "falias" TO Wfj_fichier
        MOVE Wfj_cle2 TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    END-IF
.

*> une personne supprimee emporte ses identites connues
SUPPRIMER_ALIAS_PERSONNE.
    MOVE 1 TO Wfu-encore
    PERFORM SUPPRIMER_UN_ALIAS UNTIL Wfu-encore = 0
.

SUPPRIMER_UN_ALIAS.
    MOVE 0 TO Wfu-encore
    MOVE 0 TO Wjournaliser
    OPEN I-O falias
    MOVE Wfp_idPers TO fal_idPers
    START falias KEY = fal_idPers
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ falias NEXT
            AT END
                CONTINUE
            NOT AT END
                IF fal_idPers = Wfp_idPers
                    MOVE aliasTampon TO Wfj_avant
                    DELETE falias
                    MOVE fal_idAlias TO Wfj_cle2
                    MOVE 1 TO Wjournaliser
                    MOVE 1 TO Wfu-encore
                END-IF
            END-READ
    END-START
    CLOSE falias

    IF Wjournaliser = 1
        MOVE "falias" TO Wfj_fichier
        MOVE Wfj_cle2 TO Wfj_cle
        MOVE "SUPPR" TO Wfj_operation
        MOVE SPACES TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
    END-IF
.

*>-----------------------------------------------------------------
*> Recherche anthropometrique : rapprochement d'un signalement de
*> temoin (taille, pointure, sexe, tranche d'age) avec fpersonnes,
*> en signalant les personnes deja suspectes dans une enquete ouverte
*>-----------------------------------------------------------------
RECHERCHE_ANTHROPOMETRIQUE.
    DISPLAY "=== Recherche anthropometrique ==="
    DISPLAY "Taille approximative en centimetres (0 = indifferente) :"
    ACCEPT Wtaille-cible
    MOVE 0 TO Wtaille-tol
    IF Wtaille-cible NOT = 0
        DISPLAY "Tolerance en centimetres :"
        ACCEPT Wtaille-tol
    END-IF
    DISPLAY "Pointure minimale (0 = indifferente) :"
    ACCEPT Wpoint-min
    DISPLAY "Pointure maximale (0 = indifferente) :"
    ACCEPT Wpoint-max
    DISPLAY "Sexe (M/F, vide = indifferent) :"
    ACCEPT Wsexe-cible
    DISPLAY "Age minimal (0 = indifferent) :"
    ACCEPT Wage-min
    DISPLAY "Age maximal (0 = indifferent) :"
    ACCEPT Wage-max

    *> age calcule par rapport a la date du jour
    ACCEPT Wdate8-run FROM DATE YYYYMMDD

    IF Wtaille-cible = 0
        MOVE 0 TO Wtaille-min
        MOVE 999 TO Wtaille-max
    ELSE
        IF Wtaille-tol >= Wtaille-cible
            MOVE 0 TO Wtaille-min
        ELSE
            COMPUTE Wtaille-min = Wtaille-cible - Wtaille-tol
        END-IF
        COMPUTE Wtaille-max = Wtaille-cible + Wtaille-tol
    END-IF
    IF Wpoint-max = 0
        MOVE 99 TO Wpoint-max
    END-IF

    DISPLAY "=== Personnes correspondant au signalement ==="
    MOVE 0 TO Wfin
    OPEN INPUT fpersonnes
    PERFORM UNTIL Wfin = 1
        READ fpersonnes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            PERFORM COMPARER_SIGNALEMENT
            MOVE SPACES TO Wal-identite
            IF Wtrouve = 0 AND (Wage-min NOT = 0 OR Wage-max NOT = 0)
                PERFORM COMPARER_SIGNALEMENT_ALIAS
            END-IF
            IF Wtrouve = 1
                MOVE fp_idPers TO Wpe-idPers
                PERFORM TESTER_PERIMETRE_PERSONNE
                MOVE Wpe-dans TO Wtrouve
            END-IF
            IF Wtrouve = 1
                DISPLAY fp_idPers" "fp_nom" "fp_prenom" - "fp_sexe" - "fp_taille" cm - pointure "fp_pointure" - "Wage" ans ("fp_type")"
                IF Wal-identite NOT = SPACES
                    DISPLAY "   age d'apres l'identite "Wal-identite
                END-IF
                MOVE fp_idPers TO Wfp_idPers
                PERFORM SIGNALER_SUSPECT_CONNU
            END-IF
    END-PERFORM
    CLOSE fpersonnes
    MOVE SPACES TO Wal-identite
.

*> confronte la personne courante de fpersonnes aux criteres saisis
COMPARER_SIGNALEMENT.
    PERFORM CALCULER_AGE_PERSONNE
    PERFORM CONFRONTER_SIGNALEMENT
.

*> criteres du signalement, l'age Wage etant deja calcule
CONFRONTER_SIGNALEMENT.
    MOVE 1 TO Wtrouve
    IF fp_taille < Wtaille-min OR fp_taille > Wtaille-max
        MOVE 0 TO Wtrouve
    END-IF
    IF Wpoint-min NOT = 0 AND fp_pointure < Wpoint-min
        MOVE 0 TO Wtrouve
    END-IF
    IF fp_pointure > Wpoint-max
        MOVE 0 TO Wtrouve
    END-IF
    IF Wsexe-cible NOT = SPACE AND fp_sexe NOT = Wsexe-cible
        MOVE 0 TO Wtrouve
    END-IF
    IF Wage-min NOT = 0 AND Wage < Wage-min
        MOVE 0 TO Wtrouve
    END-IF
    IF Wage-max NOT = 0 AND Wage > Wage-max
        MOVE 0 TO Wtrouve
    END-IF
.

CALCULER_AGE_PERSONNE.
    COMPUTE Wdate8-naiss = fp_dn-annee * 10000
        + fp_dn-mois * 100 + fp_dn-jour
    IF Wdate8-naiss >= Wdate8-run
        MOVE 0 TO Wage
    ELSE
        COMPUTE Wage = (Wdate8-run - Wdate8-naiss) / 10000
    END-IF
.

*> rapprochement avec fliens : la personne est-elle deja suspecte
*> dans une enquete encore ouverte ?
SIGNALER_SUSPECT_CONNU.
    MOVE 0 TO Wfin2
    OPEN INPUT fliens
    PERFORM UNTIL Wfin2 = 1
        READ fliens NEXT
        AT END
            MOVE 1 TO Wfin2
        NOT AT END
            IF fl_idPers = Wfp_idPers AND fl_role = "suspect"
                IF fl_idEnq NOT = 0
                    MOVE fl_idEnq TO fe_idEnq
                    OPEN INPUT fenquetes
                    READ fenquetes
                        NOT INVALID KEY
                            MOVE fe_matrChef TO Wpe-chef
                            PERFORM TESTER_PERIMETRE_CHEF
                            IF Wpe-dans = 1
                                IF Wal-identite = SPACES
                                    DISPLAY "   >> deja suspect dans l'enquete ouverte "fe_idEnq
                                ELSE
                                    DISPLAY "   >> deja suspect dans l'enquete ouverte "fe_idEnq" (retrouve sous "Wal-identite")"
                                END-IF
                            END-IF
                    END-READ
                    CLOSE fenquetes
                END-IF
                *> la plupart des liens suspect visent un crime : on
                *> remonte a son enquete, comme le fait deja
                *> RECHERCHER_CRIMES_PAR_PERSONNE
                IF fl_idCrime NOT = 0
                    MOVE fl_idCrime TO fc_idCrime
                    OPEN INPUT fcrimes
                    READ fcrimes
                        INVALID KEY
                            MOVE 0 TO Wtrouve2
                        NOT INVALID KEY
                            MOVE 1 TO Wtrouve2
                    END-READ
                    CLOSE fcrimes
                    IF Wtrouve2 = 1
                        MOVE fc_idEnquetes TO fe_idEnq
                        OPEN INPUT fenquetes
                        READ fenquetes
                            NOT INVALID KEY
                                MOVE fe_matrChef TO Wpe-chef
                                PERFORM TESTER_PERIMETRE_CHEF
                                IF Wpe-dans = 1
                                    IF Wal-identite = SPACES
                                        DISPLAY "   >> deja suspect (crime "fc_idCrime") dans l'enquete ouverte "fe_idEnq
                                    ELSE
                                        DISPLAY "   >> deja suspect (crime "fc_idCrime") dans l'enquete ouverte "fe_idEnq" (retrouve sous "Wal-identite")"
                                    END-IF
                                END-IF
                        END-READ
                        CLOSE fenquetes
                    END-IF
                END-IF
            END-IF
    END-PERFORM
    CLOSE fliens
.

RECHERCHER_PERSONNE.
    DISPLAY "Type de personne recherch� (suspect/temoin/victime) :"
    ACCEPT Wfp_type

    DISPLAY "=== Personnes de type "Wfp_type" li�es � une enqu�te ouverte ==="
    MOVE 0 TO Wfin
    OPEN INPUT fpersonnes
    PERFORM UNTIL Wfin = 1
        READ fpersonnes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fp_type = Wfp_type
                MOVE fp_idPers TO Wfp_idPers
                MOVE fp_nom TO Wfp_nom
                MOVE fp_prenom TO Wfp_prenom
                MOVE 0 TO Wal-vu
                PERFORM AFFICHER_LIENS_PERSONNE
                IF Wal-vu = 1
                    MOVE fp_idPers TO Wal-idPers
                    PERFORM AFFICHER_ALIAS_PERSONNE
                END-IF
            END-IF
    END-PERFORM
    CLOSE fpersonnes
.

AFFICHER_LIENS_PERSONNE.
    MOVE 0 TO Wfin2
    OPEN INPUT fliens
    PERFORM UNTIL Wfin2 = 1
        READ fliens NEXT
        AT END
            MOVE 1 TO Wfin2
        NOT AT END
            IF fl_idPers = Wfp_idPers AND fl_idEnq NOT = 0
                PERFORM AFFICHER_PERSONNE_SI_ENQUETE_OUVERTE
            END-IF
    END-PERFORM
    CLOSE fliens
.

AFFICHER_PERSONNE_SI_ENQUETE_OUVERTE.
    MOVE fl_idEnq TO fe_idEnq
    OPEN INPUT fenquetes
    READ fenquetes
        NOT INVALID KEY
            MOVE fe_matrChef TO Wpe-chef
            PERFORM TESTER_PERIMETRE_CHEF
            IF Wpe-dans = 1
                MOVE 1 TO Wal-vu
                DISPLAY Wfp_nom" "Wfp_prenom" - taille "fp_taille" - pointure "fp_pointure" - n�(e) le "fp_dateNaissance" - enqu�te "fl_idEnq
            END-IF
    END-READ
    CLOSE fenquetes
.

AJOUTER_LIENS.
    DISPLAY "Numero de la personne :"
    ACCEPT Wfp_idPers
    MOVE Wfp_idPers TO fp_idPers

    OPEN INPUT fpersonnes
    READ fpersonnes
        INVALID KEY
            DISPLAY "Personne introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fpersonnes

    IF Wtrouve = 1
        MOVE Wfp_idPers TO Wpe-idPers
        PERFORM CONTROLER_ACCES_PERSONNE
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        MOVE 0 TO Wfl_idCrime
        MOVE 0 TO Wfl_idEnq
        DISPLAY "Lien avec un crime ou une enquete ? 1:Crime, 2:Enquete"
        ACCEPT Wligne

        IF Wligne = 1
            DISPLAY "Numero du crime :"
            ACCEPT Wfl_idCrime
            MOVE Wfl_idCrime TO fc_idCrime
            OPEN INPUT fcrimes
            READ fcrimes
                INVALID KEY
                    DISPLAY "Crime introuvable."
                    MOVE 0 TO Wtrouve
                NOT INVALID KEY
                    MOVE 1 TO Wtrouve
            END-READ
            CLOSE fcrimes
        ELSE
            DISPLAY "Numero de l'enquete :"
            ACCEPT Wfl_idEnq
            MOVE Wfl_idEnq TO fe_idEnq
            OPEN INPUT fenquetes
            READ fenquetes
                INVALID KEY
                    DISPLAY "Enquete introuvable."
                    MOVE 0 TO Wtrouve
                NOT INVALID KEY
                    MOVE 1 TO Wtrouve
            END-READ
            CLOSE fenquetes
        END-IF

        IF Wtrouve = 1
            IF Wligne = 1
                MOVE Wfl_idCrime TO Wpe-idCrime
                PERFORM CONTROLER_ACCES_CRIME
            ELSE
                MOVE Wfl_idEnq TO Wpe-idEnq
                PERFORM CONTROLER_ACCES_ENQUETE
            END-IF
            MOVE Wpe-dans TO Wtrouve
        END-IF

        IF Wtrouve = 1
            DISPLAY "Role de la personne (suspect/temoin/victime) :"
            ACCEPT Wfl_role

            *> l'identifiant est fourni par le compteur de controle fcontrole
            MOVE "LIENS" TO Wcpt-nom
            PERFORM PRENDRE_IDENTIFIANT
            MOVE Wcpt-id TO Wnb

            IF Wtrouve2 = 1
                MOVE Wnb TO fl_idLien
                MOVE Wfp_idPers TO fl_idPers
                MOVE Wfl_idCrime TO fl_idCrime
                MOVE Wfl_idEnq TO fl_idEnq
                MOVE Wfl_role TO fl_role

                MOVE 0 TO Wjournaliser
                OPEN I-O fliens
                WRITE lienTampon
                    INVALID KEY
                        DISPLAY "Existe deja"
                    NOT INVALID KEY
                        DISPLAY "Lien enregistre, numero "Wnb
                        MOVE 1 TO Wjournaliser
                END-WRITE
                CLOSE fliens

                IF Wjournaliser = 1
                    MOVE "fliens" TO Wfj_fichier
                    MOVE fl_idLien TO Wfj_cle
                    MOVE "AJOUT" TO Wfj_operation
                    MOVE SPACES TO Wfj_avant
                    MOVE lienTampon TO Wfj_apres
                    PERFORM ECRIRE_JOURNAL
                END-IF
            END-IF
        END-IF
    END-IF
.
MODIFIER_LIENS.
    DISPLAY "Numero du lien a modifier :"
    ACCEPT Wfl_idLien
    MOVE Wfl_idLien TO fl_idLien

    MOVE 0 TO Wjournaliser
    MOVE Wfl_idLien TO Wpe-idLien
    PERFORM CONTROLER_ACCES_LIEN
    IF Wpe-dans = 1
        OPEN I-O fliens
        READ fliens
            INVALID KEY
                DISPLAY "Lien introuvable."
            NOT INVALID KEY
                MOVE lienTampon TO Wfj_avant
                DISPLAY "Nouveau role de la personne :"
                ACCEPT Wfl_role
                MOVE Wfl_role TO fl_role
                REWRITE lienTampon
                MOVE lienTampon TO Wfj_apres
                MOVE 1 TO Wjournaliser
        END-READ
        CLOSE fliens
    END-IF

    IF Wjournaliser = 1
        MOVE "fliens" TO Wfj_fichier
        MOVE Wfl_idLien TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    END-IF
.
SUPPRIMER_LIENS.
    DISPLAY "Numero du lien a supprimer :"
    ACCEPT Wfl_idLien
    MOVE Wfl_idLien TO fl_idLien

    MOVE 0 TO Wjournaliser
    OPEN I-O fliens
    READ fliens
        INVALID KEY
            DISPLAY "Lien introuvable."
        NOT INVALID KEY
            MOVE lienTampon TO Wfj_avant
            DELETE fliens
            MOVE 1 TO Wjournaliser
    END-READ
    CLOSE fliens

    IF Wjournaliser = 1
        MOVE "fliens" TO Wfj_fichier
        MOVE Wfl_idLien TO Wfj_cle
        MOVE "SUPPR" TO Wfj_operation
        MOVE SPACES TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
    END-IF
.
RECHERCHER_PERSONNES_PAR_CRIME.
    DISPLAY "Numero du crime :"
    ACCEPT Wfc_idCrime
    MOVE Wfc_idCrime TO fc_idCrime

    OPEN INPUT fcrimes
    READ fcrimes
        INVALID KEY
            DISPLAY "Crime introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fcrimes

    IF Wtrouve = 1
        MOVE Wfc_idCrime TO Wpe-idCrime
        PERFORM CONTROLER_ACCES_CRIME
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        DISPLAY "=== Personnes liees au crime "Wfc_idCrime" ==="
        MOVE 0 TO Wfin
        OPEN INPUT fliens
        PERFORM UNTIL Wfin = 1
            READ fliens NEXT
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF fl_idCrime = Wfc_idCrime
                    MOVE fl_idPers TO fp_idPers
                    OPEN INPUT fpersonnes
                    READ fpersonnes
                        NOT INVALID KEY
                            DISPLAY fp_nom" "fp_prenom" ("fl_role") - personne "fp_idPers
                    END-READ
                    CLOSE fpersonnes
                END-IF
        END-PERFORM
        CLOSE fliens
    END-IF
.
RECHERCHER_CRIMES_PAR_PERSONNE.
    DISPLAY "Numero de la personne :"
    ACCEPT Wfp_idPers
    MOVE Wfp_idPers TO fp_idPers

    OPEN INPUT fpersonnes
    READ fpersonnes
        INVALID KEY
            DISPLAY "Personne introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
    END-READ
    CLOSE fpersonnes

    IF Wtrouve = 1
        MOVE Wfp_idPers TO Wpe-idPers
        PERFORM CONTROLER_ACCES_PERSONNE
        MOVE Wpe-dans TO Wtrouve
    END-IF

    IF Wtrouve = 1
        DISPLAY "=== Crimes et enquetes lies a la personne "Wfp_idPers" ==="
        MOVE 0 TO Wfin
        OPEN INPUT fliens
        PERFORM UNTIL Wfin = 1
            READ fliens NEXT
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF fl_idPers = Wfp_idPers
                    IF fl_idCrime NOT = 0
                        MOVE fl_idCrime TO fc_idCrime
                        OPEN INPUT fcrimes
                        READ fcrimes
                            NOT INVALID KEY
                                MOVE fc_idEnquetes TO Wpe-idEnq
                                PERFORM TESTER_PERIMETRE_ENQUETE
                                IF Wpe-dans = 1
                                    DISPLAY "Crime "fc_idCrime" - "fc_lieu" ("fl_role")"
                                END-IF
                        END-READ
                        CLOSE fcrimes
                    END-IF
                    IF fl_idEnq NOT = 0
                        MOVE fl_idEnq TO fe_idEnq
                        OPEN INPUT fenquetes
                        READ fenquetes
                            NOT INVALID KEY
                                MOVE fe_matrChef TO Wpe-chef
                                PERFORM TESTER_PERIMETRE_CHEF
                                IF Wpe-dans = 1
                                    DISPLAY "Enquete "fe_idEnq" - ouverte le "fe_dateDeb" ("fl_role")"
                                END-IF
                        END-READ
                        CLOSE fenquetes
                    END-IF
                END-IF
        END-PERFORM
        CLOSE fliens
    END-IF
.
AJOUTER_AGENT.
  PERFORM TEST_UNIQUE_MATRICULE_AGENT

  DISPLAY "Nom de l'agent :"
  ACCEPT Wfa_nom

  DISPLAY "Prénom de l'agent :"
  ACCEPT Wfa_prenom

  DISPLAY "Lieu de service de l'agent :"
  ACCEPT Wfa_lieuServ

  DISPLAY "Mot de passe de l'agent :"
  ACCEPT Wfa_motPasse
  PERFORM SAISIR_HABILITATION

  PERFORM VALIDER_ENQ_AGENT

  MOVE Wfa_matr TO fa_matr
  MOVE Wfa_nom TO fa_nom
  MOVE Wfa_prenom TO fa_prenom
  MOVE Wfa_lieuServ TO fa_lieuServ
  MOVE Wfa_enqEnCours TO fa_EnqEnCours
  *> seule l'empreinte est stockee ; le mot de passe initial remis
  *> par l'administrateur devra etre change au premier passage
  MOVE Wfa_motPasse TO Wmp-clair
  PERFORM CHIFFRER_MOT_PASSE
  MOVE Wmp-empreinte TO fa_motPasse
  MOVE Wfa_habilit TO fa_habilit
  ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
  COMPUTE fa_dateMdp = Wdjs-annee * 10000
      + Wdjs-mois * 100 + Wdjs-jour
  MOVE 0 TO fa_nbEchecs
  MOVE "F" TO fa_statut

  OPEN EXTEND fagents
  WRITE agentTampon END-WRITE
  CLOSE fagents

  *> image journalisee avec le mot de passe masque
  MOVE "fagents" TO Wfj_fichier
  MOVE fa_matr TO Wfj_cle
  MOVE "AJOUT" TO Wfj_operation
  MOVE SPACES TO Wfj_avant
  MOVE agentTampon TO Wfj_apres
  MOVE "**********" TO Wfj_apres(101:10)
  PERFORM ECRIRE_JOURNAL.

  SAISIR_HABILITATION.
  PERFORM WITH TEST AFTER UNTIL Wfa_habilit = "C"
          OR Wfa_habilit = "G" OR Wfa_habilit = "A"
          OR Wfa_habilit = "T"
    DISPLAY "Habilitation (C:consultation, G:gestion, A:administration,"
    DISPLAY "              T:consultation tous services) :"
    ACCEPT Wfa_habilit
    IF Wfa_habilit NOT = "C" AND Wfa_habilit NOT = "G"
            AND Wfa_habilit NOT = "A" AND Wfa_habilit NOT = "T"
      DISPLAY "Habilitation invalide. Merci de ressaisir."
    END-IF
  END-PERFORM.

  TEST_UNIQUE_MATRICULE_AGENT.
  OPEN INPUT fagents
  MOVE 0 TO wFin
  MOVE 0 TO wTrouve

  DISPLAY "Numéro de matricule de l'agent :"
  ACCEPT Wfa_matr

  PERFORM WITH TEST AFTER UNTIL wTrouve = 1 OR wFin = 1
    READ fagents
      AT END
      MOVE 1 TO wFin
      NOT AT END
      IF fa_matr = Wfa_matr THEN
        MOVE 1 TO wTrouve
        DISPLAY "Ce numéro de matricule est déjà attribué. Merci de resaisir un matricule valide."
        CLOSE fagents
        PERFORM TEST_UNIQUE_MATRICULE_AGENT
      END-IF
    END-READ
  END-PERFORM
  CLOSE fagents.

  VALIDER_ENQ_AGENT.
  DISPLAY "Numéro de l'enquête en charge de l'agent (0 si aucune) :"
  ACCEPT Wfa_enqEnCours

  IF Wfa_enqEnCours = 0
      MOVE 1 TO Wtrouve
  ELSE
      MOVE Wfa_enqEnCours TO fe_idEnq
      OPEN INPUT fenquetes
      READ fenquetes
          INVALID KEY
              DISPLAY "Cette enquête n'existe pas. Merci de ressaisir un numéro valide."
              MOVE 0 TO Wtrouve
          NOT INVALID KEY
              MOVE 1 TO Wtrouve
      END-READ
      CLOSE fenquetes
      *> une enquete hors du service n'est pas confiee depuis ici
      IF Wtrouve = 1
          MOVE Wfa_enqEnCours TO Wpe-idEnq
          PERFORM CONTROLER_ACCES_ENQUETE
          IF Wpe-dans = 0
              MOVE 0 TO Wtrouve
          END-IF
      END-IF
      IF Wtrouve = 0
          PERFORM VALIDER_ENQ_AGENT
      END-IF
  END-IF.

MODIFIER_AGENTS.
  DISPLAY "Numéro de matricule de l'agent à modifier :"
  ACCEPT Wfa_matr
  MOVE Wfa_matr TO fa_matr

  MOVE 0 TO Wjournaliser
  MOVE 0 TO Wcc-etat
  OPEN I-O fagents
  READ fagents
      INVALID KEY
          DISPLAY "Agent introuvable."
          MOVE 2 TO Wcc-etat
  END-READ

  *> un agent d'un autre service n'est pas modifiable hors vue
  *> complete : le rattacher ici ouvrirait ses enquetes
  MOVE 1 TO Wpe-dans
  IF Wcc-etat = 0 AND Wop-perimetre = 1
      MOVE Wfa_matr TO Wpe-chef
      PERFORM TESTER_PERIMETRE_CHEF
      IF Wpe-dans = 0
          MOVE "fagents" TO Wfj_fichier
          MOVE Wfa_matr TO Wfj_cle
          PERFORM REFUSER_ACCES
      END-IF
  END-IF

  *> relecture avant ecriture : une correction faite entre-temps sur
  *> un autre poste est montree avant d'etre remplacee
  IF Wcc-etat = 0 AND Wpe-dans = 1
      MOVE agentTampon TO Wcc-lu
      MOVE 2 TO Wcc-decision
      PERFORM UNTIL Wcc-decision NOT = 2
          PERFORM SAISIR_MODIF_AGENT
          MOVE agentTampon TO Wcc-saisi
          MOVE 3 TO Wcc-decision
          PERFORM UNTIL Wcc-decision NOT = 3
              MOVE Wfa_matr TO fa_matr
              READ fagents
                  INVALID KEY
                      MOVE 2 TO Wcc-etat
                  NOT INVALID KEY
                      MOVE agentTampon TO Wcc-actuel
              END-READ
              IF Wcc-etat = 0 AND Wcc-actuel = Wcc-lu
                  MOVE Wcc-saisi TO agentTampon
                  REWRITE agentTampon
                  MOVE Wcc-actuel TO Wfj_avant
                  MOVE agentTampon TO Wfj_apres
                  MOVE "**********" TO Wfj_avant(101:10)
                  MOVE "**********" TO Wfj_apres(101:10)
                  MOVE 1 TO Wjournaliser
                  MOVE 1 TO Wcc-decision
              ELSE
                  MOVE "fagents" TO Wfj_fichier
                  MOVE Wfa_matr TO Wfj_cle
                  PERFORM CONTROLER_MODIF_CONCURRENTE
              END-IF
          END-PERFORM
      END-PERFORM
  END-IF
  CLOSE fagents

  IF Wjournaliser = 1
      MOVE "fagents" TO Wfj_fichier
      MOVE Wfa_matr TO Wfj_cle
      MOVE "MODIF" TO Wfj_operation
      PERFORM ECRIRE_JOURNAL
  END-IF
.

*> saisie des corrections d'un agent sur agentTampon
SAISIR_MODIF_AGENT.
  DISPLAY "Modifier le nom ? 1:OUI, 0:NON"
  ACCEPT Wdecision
  IF Wdecision = 1
      DISPLAY "Nouveau nom :"
      ACCEPT Wfa_nom
      MOVE Wfa_nom TO fa_nom
  END-IF
  DISPLAY "Modifier le prénom ? 1:OUI, 0:NON"
  ACCEPT Wdecision
  IF Wdecision = 1
      DISPLAY "Nouveau prénom :"
      ACCEPT Wfa_prenom
      MOVE Wfa_prenom TO fa_prenom
  END-IF
  *> seul un administrateur change le service d'un agent, qui
  *> decide du perimetre de ses enquetes
  IF Wop-habilit = "A"
      DISPLAY "Modifier le lieu de service ? 1:OUI, 0:NON"
      ACCEPT Wdecision
      IF Wdecision = 1
          DISPLAY "Nouveau lieu de service :"
          ACCEPT Wfa_lieuServ
          MOVE Wfa_lieuServ TO fa_lieuServ
      END-IF
  END-IF
  DISPLAY "Modifier l'enquête en charge ? 1:OUI, 0:NON"
  ACCEPT Wdecision
  IF Wdecision = 1
      PERFORM VALIDER_ENQ_AGENT
      MOVE Wfa_enqEnCours TO fa_EnqEnCours
  END-IF
  *> le mot de passe d'autrui ne se change pas : seul un
  *> administrateur, ou l'agent sur son propre compte ; un
  *> compte desactive au depart de l'agent n'est pas rouvert
  IF (Wop-habilit = "A" OR Wfa_matr = Wop-matr)
          AND fa_statut NOT = "D"
      DISPLAY "Modifier le mot de passe ? 1:OUI, 0:NON"
      ACCEPT Wdecision
      IF Wdecision = 1
          DISPLAY "Nouveau mot de passe :"
          ACCEPT Wfa_motPasse
          MOVE Wfa_motPasse TO Wmp-clair
          PERFORM CHIFFRER_MOT_PASSE
          MOVE Wmp-empreinte TO fa_motPasse
          MOVE 0 TO fa_nbEchecs
          IF Wfa_matr = Wop-matr
              ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
              COMPUTE fa_dateMdp = Wdjs-annee * 10000
                  + Wdjs-mois * 100 + Wdjs-jour
              MOVE "A" TO fa_statut
          ELSE
              *> reinitialisation par l'administrateur :
              *> changement force au prochain passage
              MOVE 0 TO fa_dateMdp
              MOVE "F" TO fa_statut
              DISPLAY "Mot de passe reinitialise : changement force au prochain passage."
          END-IF
      END-IF
  END-IF
  *> seul un administrateur leve un verrouillage, et le
  *> compte repart en changement de mot de passe force
  IF Wop-habilit = "A" AND fa_statut = "V"
      DISPLAY "Compte verrouille. Deverrouiller ? 1:OUI, 0:NON"
      ACCEPT Wdecision
      IF Wdecision = 1
          MOVE 0 TO fa_nbEchecs
          MOVE "F" TO fa_statut
          DISPLAY "Compte deverrouille, changement de mot de passe au prochain passage."
      END-IF
  END-IF
  *> seul un administrateur peut changer une habilitation
  IF Wop-habilit = "A"
      DISPLAY "Modifier l'habilitation ? 1:OUI, 0:NON"
      ACCEPT Wdecision
      IF Wdecision = 1
          PERFORM SAISIR_HABILITATION
          MOVE Wfa_habilit TO fa_habilit
      END-IF
  END-IF
.
*>-----------------------------------------------------------------
*> Depart d'un agent (retraite, mutation) : inventaire de ce qui est
*> encore a son nom, remise de chaque affaire a un successeur nomme,
*> puis desactivation du compte (statut D) plutot que suppression,
*> fjournal et fmouvements devant toujours resoudre le matricule.
*> Le proces-verbal passation-agent.txt est signe par le chef de
*> service, l'agent sortant et le ou les successeurs
*>-----------------------------------------------------------------
SUPPRIMER_AGENTS.
    DISPLAY "Matricule de l'agent quittant le service :"
    ACCEPT Wpa-sortant

    MOVE 0 TO Wtrouve
    IF Wpa-sortant = Wop-matr
        DISPLAY "Un operateur ne peut pas enregistrer son propre depart."
    ELSE
        MOVE Wpa-sortant TO fa_matr
        OPEN INPUT fagents
        READ fagents
            INVALID KEY
                DISPLAY "Agent introuvable."
            NOT INVALID KEY
                IF fa_statut = "D"
                    DISPLAY "Agent deja parti, compte desactive."
                ELSE
                    MOVE 1 TO Wtrouve
                    MOVE fa_nom TO Wpa-nom
                    MOVE fa_prenom TO Wpa-prenom
                    MOVE fa_lieuServ TO Wpa-lieu
                END-IF
        END-READ
        CLOSE fagents
    END-IF

    IF Wtrouve = 1
        PERFORM INVENTORIER_PASSATION
        IF Wpa-perdus > 0
            DISPLAY "Plus de "Wpa-max" affaires a transmettre ("Wpa-perdus" non retenues) : passation impossible en une fois."
            MOVE 0 TO Wtrouve
        END-IF
    END-IF

    IF Wtrouve = 1 AND Wpa-nb > 0
        PERFORM SAISIR_SUCCESSEUR_DEFAUT
    END-IF

    IF Wtrouve = 1
        DISPLAY "Confirmer la passation et la desactivation du compte "Wpa-sortant" ? 1:OUI, 0:NON"
        ACCEPT Wdecision
        IF Wdecision NOT = 1
            DISPLAY "Depart abandonne, aucune modification."
            MOVE 0 TO Wtrouve
        END-IF
    END-IF

    IF Wtrouve = 1
        OPEN OUTPUT fpassation
        PERFORM ECRIRE_ENTETE_PASSATION
        PERFORM VARYING Wpa-ix FROM 1 BY 1 UNTIL Wpa-ix > Wpa-nb
            PERFORM TRANSMETTRE_ELEMENT_PASSATION
        END-PERFORM
        PERFORM DESACTIVER_AGENT_SORTANT
        PERFORM ECRIRE_SIGNATURES_PASSATION
        CLOSE fpassation
        DISPLAY "Compte "Wpa-sortant" desactive, "Wpa-nb" affaire(s) transmise(s)."
        DISPLAY "Proces-verbal ecrit dans passation-agent.txt"
    END-IF
.

*> tout ce qui est encore au nom de l'agent sortant, range dans la
*> table de passation : ses enquetes d'abord, puis les pieces de ces
*> enquetes rangees a son lieu de service (elles suivent leur
*> enquete), ses mouvements de garde ouverts et ses actes dont la
*> date limite legale n'est pas encore passee
INVENTORIER_PASSATION.
    MOVE 0 TO Wpa-nb
    MOVE 0 TO Wpa-perdus
    MOVE 0 TO Wpa-nb-enq
    MOVE 0 TO Wpa-nb-mouv
    MOVE 0 TO Wpa-nb-actes
    MOVE 0 TO Wpa-nb-pieces
    ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
    COMPUTE Wdate8-cour = Wdjs-annee * 10000
        + Wdjs-mois * 100 + Wdjs-jour

    DISPLAY "=== Affaires au nom de "Wpa-sortant" "Wpa-nom" "Wpa-prenom" ==="
    MOVE 0 TO Wfin
    OPEN INPUT fenquetes
    PERFORM UNTIL Wfin = 1
        READ fenquetes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fe_matrChef = Wpa-sortant
                DISPLAY "Enquete "fe_idEnq" ouverte le "fe_dateDeb" (chef d'enquete)"
                IF Wpa-nb < Wpa-max
                    ADD 1 TO Wpa-nb
                    MOVE "E" TO Wpa-type(Wpa-nb)
                    MOVE fe_idEnq TO Wpa-id(Wpa-nb)
                    MOVE fe_idEnq TO Wpa-enq(Wpa-nb)
                    MOVE 0 TO Wpa-box(Wpa-nb)
                    ADD 1 TO Wpa-nb-enq
                ELSE
                    ADD 1 TO Wpa-perdus
                END-IF
            END-IF
    END-PERFORM
    CLOSE fenquetes

    PERFORM VARYING Wpa-ix FROM 1 BY 1 UNTIL Wpa-ix > Wpa-nb-enq
        PERFORM INVENTORIER_PIECES_PASSATION
    END-PERFORM

    MOVE 0 TO Wfin
    OPEN INPUT fmouvements
    PERFORM UNTIL Wfin = 1
        READ fmouvements NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fm_statut = "sorti" AND fm_matr = Wpa-sortant
                DISPLAY "Mouvement "fm_idMouv" - piece "fm_idPiece" sortie le "fm_dateSortie" vers "fm_destination
                IF Wpa-nb < Wpa-max
                    ADD 1 TO Wpa-nb
                    MOVE "M" TO Wpa-type(Wpa-nb)
                    MOVE fm_idMouv TO Wpa-id(Wpa-nb)
                    MOVE 0 TO Wpa-enq(Wpa-nb)
                    MOVE 0 TO Wpa-box(Wpa-nb)
                    ADD 1 TO Wpa-nb-mouv
                ELSE
                    ADD 1 TO Wpa-perdus
                END-IF
            END-IF
    END-PERFORM
    CLOSE fmouvements

    MOVE 0 TO Wfin
    OPEN INPUT factes
    PERFORM UNTIL Wfin = 1
        READ factes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fac_matr = Wpa-sortant
                    AND fac_dateLimite NOT = "00/00/0000"
                COMPUTE Wdate8-calc = fac_dl-annee * 10000
                    + fac_dl-mois * 100 + fac_dl-jour
                IF Wdate8-calc >= Wdate8-cour
                    DISPLAY "Acte "fac_idActe" - "fac_type" (enquete "fac_idEnq") - limite "fac_dateLimite
                    IF Wpa-nb < Wpa-max
                        ADD 1 TO Wpa-nb
                        MOVE "A" TO Wpa-type(Wpa-nb)
                        MOVE fac_idActe TO Wpa-id(Wpa-nb)
                        MOVE fac_idEnq TO Wpa-enq(Wpa-nb)
                        MOVE 0 TO Wpa-box(Wpa-nb)
                        ADD 1 TO Wpa-nb-actes
                    ELSE
                        ADD 1 TO Wpa-perdus
                    END-IF
                END-IF
            END-IF
    END-PERFORM
    CLOSE factes

    DISPLAY Wpa-nb-enq" enquete(s), "Wpa-nb-pieces" piece(s), "Wpa-nb-mouv" mouvement(s), "Wpa-nb-actes" acte(s) a transmettre."
.

*> pieces de l'enquete Wpa-id(Wpa-ix) rangees dans une box du lieu
*> de service de l'agent sortant, ou AJOUTER_PIECE les a placees
INVENTORIER_PIECES_PASSATION.
    MOVE Wpa-id(Wpa-ix) TO Wfpi_idEnq
    MOVE 0 TO Wfin2
    OPEN INPUT fpieces
    MOVE Wfpi_idEnq TO fpi_idEnq
    START fpieces KEY = fpi_idEnq
        INVALID KEY
            MOVE 1 TO Wfin2
    END-START
    PERFORM UNTIL Wfin2 = 1
        READ fpieces NEXT
        AT END
            MOVE 1 TO Wfin2
        NOT AT END
            IF fpi_idEnq NOT = Wfpi_idEnq
                MOVE 1 TO Wfin2
            ELSE
                IF fpi_idBox NOT = 0
                    PERFORM RETENIR_PIECE_PASSATION
                END-IF
            END-IF
    END-PERFORM
    CLOSE fpieces
.

RETENIR_PIECE_PASSATION.
    MOVE fpi_idBox TO fb_idBox
    OPEN INPUT fboxes
    READ fboxes
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fb_lieu = Wpa-lieu(1:40)
                DISPLAY "Piece "fpi_idPiece" - "fpi_nature" en box "fb_idBox" (enquete "fpi_idEnq")"
                IF Wpa-nb < Wpa-max
                    ADD 1 TO Wpa-nb
                    MOVE "P" TO Wpa-type(Wpa-nb)
                    MOVE fpi_idPiece TO Wpa-id(Wpa-nb)
                    MOVE fpi_idEnq TO Wpa-enq(Wpa-nb)
                    MOVE fb_idBox TO Wpa-box(Wpa-nb)
                    ADD 1 TO Wpa-nb-pieces
                ELSE
                    ADD 1 TO Wpa-perdus
                END-IF
            END-IF
    END-READ
    CLOSE fboxes
.

*> successeur propose pour chaque affaire ; une saisie vide
*> abandonne le depart sans rien modifier
SAISIR_SUCCESSEUR_DEFAUT.
    MOVE 0 TO Wpa-succ-ok
    PERFORM UNTIL Wpa-succ-ok = 1 OR Wtrouve = 0
        DISPLAY "Matricule du successeur par defaut (vide = abandon) :"
        ACCEPT Wpa-succ
        IF Wpa-succ = SPACES
            DISPLAY "Depart abandonne, aucune modification."
            MOVE 0 TO Wtrouve
        ELSE
            PERFORM CONTROLER_SUCCESSEUR
        END-IF
    END-PERFORM
    MOVE Wpa-succ TO Wpa-defaut
.

*> un successeur est un autre agent, present dans fagents, ni parti
*> ni verrouille ; son nom et son lieu de service sont retenus
CONTROLER_SUCCESSEUR.
    MOVE 0 TO Wpa-succ-ok
    IF Wpa-succ = Wpa-sortant
        DISPLAY "Le successeur doit etre un autre agent."
    ELSE
        MOVE Wpa-succ TO fa_matr
        OPEN INPUT fagents
        READ fagents
            INVALID KEY
                DISPLAY "Agent introuvable."
            NOT INVALID KEY
                IF fa_statut = "D" OR fa_statut = "V"
                    DISPLAY "Agent "Wpa-succ" parti ou verrouille, successeur refuse."
                ELSE
                    MOVE 1 TO Wpa-succ-ok
                    MOVE fa_nom TO Wpa-succ-nom
                    MOVE fa_lieuServ TO Wpa-succ-lieu
                END-IF
        END-READ
        CLOSE fagents
    END-IF
.

*> remise de l'affaire Wpa-ix : le successeur est demande pour les
*> enquetes, mouvements et actes ; une piece suit son enquete
TRANSMETTRE_ELEMENT_PASSATION.
    IF Wpa-type(Wpa-ix) = "P"
        PERFORM VARYING Wpa-jx FROM 1 BY 1 UNTIL Wpa-jx > Wpa-nb-enq
            IF Wpa-id(Wpa-jx) = Wpa-enq(Wpa-ix)
                MOVE Wpa-succ-item(Wpa-jx) TO Wpa-succ-item(Wpa-ix)
            END-IF
        END-PERFORM
        MOVE Wpa-succ-item(Wpa-ix) TO Wpa-succ
        PERFORM CONTROLER_SUCCESSEUR
    ELSE
        PERFORM WITH TEST AFTER UNTIL Wpa-succ-ok = 1
            EVALUATE Wpa-type(Wpa-ix)
                WHEN "E"
                    DISPLAY "Enquete "Wpa-enq(Wpa-ix)" : successeur (vide = "Wpa-defaut") :"
                WHEN "M"
                    DISPLAY "Mouvement "Wpa-id(Wpa-ix)" : successeur (vide = "Wpa-defaut") :"
                WHEN OTHER
                    DISPLAY "Acte "Wpa-id(Wpa-ix)" de l'enquete "Wpa-enq(Wpa-ix)" : successeur (vide = "Wpa-defaut") :"
            END-EVALUATE
            ACCEPT Wpa-succ
            IF Wpa-succ = SPACES
                MOVE Wpa-defaut TO Wpa-succ
            END-IF
            PERFORM CONTROLER_SUCCESSEUR
        END-PERFORM
        MOVE Wpa-succ TO Wpa-succ-item(Wpa-ix)
    END-IF

    MOVE Wpa-id(Wpa-ix) TO Wpa-id-ed
    MOVE Wpa-enq(Wpa-ix) TO Wpa-enq-ed
    MOVE Wpa-box(Wpa-ix) TO Wpa-box-ed
    MOVE SPACES TO Wpa-ligne
    EVALUATE Wpa-type(Wpa-ix)
        WHEN "E"
            PERFORM TRANSMETTRE_ENQUETE_PASSATION
        WHEN "M"
            PERFORM TRANSMETTRE_MOUVEMENT_PASSATION
        WHEN "A"
            PERFORM TRANSMETTRE_ACTE_PASSATION
        WHEN "P"
            STRING "Piece " Wpa-id-ed " (enquete " Wpa-enq-ed
                ", box " Wpa-box-ed ") confiee a " Wpa-succ " "
                Wpa-succ-nom DELIMITED SIZE INTO Wpa-ligne
            WRITE passLigne FROM Wpa-ligne
            IF Wpa-succ-lieu NOT = Wpa-lieu
                MOVE SPACES TO Wpa-ligne
                STRING "   successeur d'un autre service : " Wpa-succ-lieu
                    DELIMITED SIZE INTO Wpa-ligne
                WRITE passLigne FROM Wpa-ligne
                DISPLAY "Attention : piece "Wpa-id(Wpa-ix)" en box "Wpa-box(Wpa-ix)", successeur "Wpa-succ" d'un autre service."
            END-IF
    END-EVALUATE
.

TRANSMETTRE_ENQUETE_PASSATION.
    MOVE 0 TO Wjournaliser
    OPEN I-O fenquetes
    MOVE Wpa-id(Wpa-ix) TO fe_idEnq
    READ fenquetes
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fe_matrChef = Wpa-sortant
                MOVE enqTampon TO Wfj_avant
                MOVE Wpa-succ TO fe_matrChef
                REWRITE enqTampon
                MOVE enqTampon TO Wfj_apres
                MOVE 1 TO Wjournaliser
            END-IF
    END-READ
    CLOSE fenquetes

    IF Wjournaliser = 1
        MOVE "fenquetes" TO Wfj_fichier
        MOVE fe_idEnq TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
        STRING "Enquete " Wpa-enq-ed " : direction remise a "
            Wpa-succ " " Wpa-succ-nom DELIMITED SIZE INTO Wpa-ligne
    ELSE
        DISPLAY "Enquete "Wpa-enq(Wpa-ix)" introuvable ou deja reprise, non transmise."
        STRING "Enquete " Wpa-enq-ed " : introuvable ou deja reprise"
            DELIMITED SIZE INTO Wpa-ligne
    END-IF
    WRITE passLigne FROM Wpa-ligne
.

TRANSMETTRE_MOUVEMENT_PASSATION.
    MOVE 0 TO Wjournaliser
    OPEN I-O fmouvements
    MOVE Wpa-id(Wpa-ix) TO fm_idMouv
    READ fmouvements
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fm_statut = "sorti" AND fm_matr = Wpa-sortant
                MOVE mouvTampon TO Wfj_avant
                MOVE Wpa-succ TO fm_matr
                REWRITE mouvTampon
                MOVE mouvTampon TO Wfj_apres
                MOVE 1 TO Wjournaliser
            END-IF
    END-READ
    CLOSE fmouvements

    IF Wjournaliser = 1
        MOVE "fmouvements" TO Wfj_fichier
        MOVE fm_idMouv TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
        MOVE fm_idPiece TO Wpa-box-ed
        STRING "Mouvement " Wpa-id-ed " (piece " Wpa-box-ed
            ") : garde remise a " Wpa-succ " " Wpa-succ-nom
            DELIMITED SIZE INTO Wpa-ligne
    ELSE
        DISPLAY "Mouvement "Wpa-id(Wpa-ix)" clos entre-temps, non transmis."
        STRING "Mouvement " Wpa-id-ed " : clos entre-temps"
            DELIMITED SIZE INTO Wpa-ligne
    END-IF
    WRITE passLigne FROM Wpa-ligne
.

TRANSMETTRE_ACTE_PASSATION.
    MOVE 0 TO Wjournaliser
    OPEN I-O factes
    MOVE Wpa-id(Wpa-ix) TO fac_idActe
    READ factes
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF fac_matr = Wpa-sortant
                MOVE acteTampon TO Wfj_avant
                MOVE Wpa-succ TO fac_matr
                REWRITE acteTampon
                MOVE acteTampon TO Wfj_apres
                MOVE 1 TO Wjournaliser
            END-IF
    END-READ
    CLOSE factes

    IF Wjournaliser = 1
        MOVE "factes" TO Wfj_fichier
        MOVE fac_idActe TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
        STRING "Acte " Wpa-id-ed " (enquete " Wpa-enq-ed ", limite "
            fac_dateLimite ") : suivi remis a " Wpa-succ " "
            Wpa-succ-nom DELIMITED SIZE INTO Wpa-ligne
    ELSE
        DISPLAY "Acte "Wpa-id(Wpa-ix)" introuvable ou deja repris, non transmis."
        STRING "Acte " Wpa-id-ed " : introuvable ou deja repris"
            DELIMITED SIZE INTO Wpa-ligne
    END-IF
    WRITE passLigne FROM Wpa-ligne
.

*> le compte n'est pas supprime : statut D, plus d'enquete en cours
DESACTIVER_AGENT_SORTANT.
    MOVE 0 TO Wjournaliser
    OPEN I-O fagents
    MOVE Wpa-sortant TO fa_matr
    READ fagents
        INVALID KEY
            DISPLAY "Agent introuvable, compte non desactive."
        NOT INVALID KEY
            MOVE agentTampon TO Wfj_avant
            MOVE "**********" TO Wfj_avant(101:10)
            MOVE "D" TO fa_statut
            MOVE 0 TO fa_EnqEnCours
            MOVE 0 TO fa_nbEchecs
            REWRITE agentTampon
            MOVE agentTampon TO Wfj_apres
            MOVE "**********" TO Wfj_apres(101:10)
            MOVE 1 TO Wjournaliser
    END-READ
    CLOSE fagents

    IF Wjournaliser = 1
        MOVE "fagents" TO Wfj_fichier
        MOVE Wpa-sortant TO Wfj_cle
        MOVE "MODIF" TO Wfj_operation
        PERFORM ECRIRE_JOURNAL
    END-IF
.

ECRIRE_ENTETE_PASSATION.
    MOVE "===============================================" TO Wetat-titre
    WRITE passLigne FROM Wetat-titre
    MOVE "     PROCES-VERBAL DE PASSATION - DEPART D'AGENT" TO Wetat-titre
    WRITE passLigne FROM Wetat-titre
    MOVE SPACES TO Wpa-ligne
    STRING "Agent sortant : " Wpa-sortant " " Wpa-nom " " Wpa-prenom
        DELIMITED SIZE INTO Wpa-ligne
    WRITE passLigne FROM Wpa-ligne
    MOVE SPACES TO Wpa-ligne
    STRING "Lieu de service : " Wpa-lieu DELIMITED SIZE INTO Wpa-ligne
    WRITE passLigne FROM Wpa-ligne
    ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
    MOVE Wdjs-jour TO Wdf-jour
    MOVE "/" TO Wdf-sep1
    MOVE Wdjs-mois TO Wdf-mois
    MOVE "/" TO Wdf-sep2
    MOVE Wdjs-annee TO Wdf-annee
    MOVE SPACES TO Wpa-ligne
    STRING "Date de la passation : " Wdate-fr DELIMITED SIZE
        INTO Wpa-ligne
    WRITE passLigne FROM Wpa-ligne
    MOVE "Enquetes dirigees :" TO We-lib
    MOVE Wpa-nb-enq TO We-val
    WRITE passLigne FROM Wetat-ligne
    MOVE "Pieces rangees au lieu de service :" TO We-lib
    MOVE Wpa-nb-pieces TO We-val
    WRITE passLigne FROM Wetat-ligne
    MOVE "Mouvements de garde ouverts :" TO We-lib
    MOVE Wpa-nb-mouv TO We-val
    WRITE passLigne FROM Wetat-ligne
    MOVE "Actes a date limite non echue :" TO We-lib
    MOVE Wpa-nb-actes TO We-val
    WRITE passLigne FROM Wetat-ligne
    MOVE "===============================================" TO Wetat-titre
    WRITE passLigne FROM Wetat-titre
    IF Wpa-nb = 0
        MOVE "Aucune affaire a transmettre." TO Wetat-titre
        WRITE passLigne FROM Wetat-titre
    END-IF
.

*> une ligne de signature par successeur distinct, apres celles du
*> chef de service et de l'agent sortant
ECRIRE_SIGNATURES_PASSATION.
    MOVE "===============================================" TO Wetat-titre
    WRITE passLigne FROM Wetat-titre
    MOVE SPACES TO Wpa-ligne
    STRING "Compte " Wpa-sortant " desactive (agent parti), conserve"
        " pour le journal et la chaine de garde."
        DELIMITED SIZE INTO Wpa-ligne
    WRITE passLigne FROM Wpa-ligne
    MOVE SPACES TO Wetat-titre
    WRITE passLigne FROM Wetat-titre
    MOVE "Le chef de service :                      Signature :" TO Wetat-titre
    WRITE passLigne FROM Wetat-titre
    MOVE SPACES TO Wpa-ligne
    STRING "L'agent sortant : " Wpa-sortant " " Wpa-nom
        "   Signature :" DELIMITED SIZE INTO Wpa-ligne
    WRITE passLigne FROM Wpa-ligne
    PERFORM VARYING Wpa-ix FROM 1 BY 1 UNTIL Wpa-ix > Wpa-nb
        MOVE 0 TO Wpa-deja
        PERFORM VARYING Wpa-jx FROM 1 BY 1 UNTIL Wpa-jx >= Wpa-ix
            IF Wpa-succ-item(Wpa-jx) = Wpa-succ-item(Wpa-ix)
                MOVE 1 TO Wpa-deja
            END-IF
        END-PERFORM
        IF Wpa-deja = 0
            MOVE Wpa-succ-item(Wpa-ix) TO Wpa-succ
            PERFORM CONTROLER_SUCCESSEUR
            MOVE SPACES TO Wpa-ligne
            STRING "Le successeur : " Wpa-succ " " Wpa-succ-nom
                "   Signature :" DELIMITED SIZE INTO Wpa-ligne
            WRITE passLigne FROM Wpa-ligne
        END-IF
    END-PERFORM
.
RECHERCHER_AGENTS.
    DISPLAY "Matricule de l'agent recherch� :"
    ACCEPT Wfa_matr
    MOVE Wfa_matr TO fa_matr

    OPEN INPUT fagents
    READ fagents
        INVALID KEY
            DISPLAY "Agent introuvable."
            MOVE 0 TO Wtrouve
        NOT INVALID KEY
            MOVE 1 TO Wtrouve
            DISPLAY "Agent "fa_matr" "fa_nom" "fa_prenom" - enqu�te en cours : "fa_EnqEnCours
            IF fa_statut = "D"
                DISPLAY "Compte desactive (agent parti)."
            END-IF
    END-READ
    CLOSE fagents

    IF Wtrouve = 1
        DISPLAY "Enqu�tes dirig�es par cet agent :"
        MOVE 0 TO Wfin
        OPEN INPUT fenquetes
        PERFORM UNTIL Wfin = 1
            READ fenquetes NEXT
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF fe_matrChef = Wfa_matr
                    DISPLAY "Enqu�te "fe_idEnq" - date "fe_dateDeb
                END-IF
        END-PERFORM
        CLOSE fenquetes
    END-IF
.
EDITER_CHARGE_AGENTS.
    DISPLAY "=== Charge de travail des agents ==="
    MOVE 0 TO Wfin
    OPEN INPUT fagents
    PERFORM UNTIL Wfin = 1
        READ fagents NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fa_statut NOT = "D"
                DISPLAY fa_matr" "fa_nom" - enqu�te en cours : "fa_EnqEnCours
            END-IF
    END-PERFORM
    CLOSE fagents
.
AJOUTER_ARCHIVES.
.
MODIFIER_ARCHIVES.
.
SUPPRIMER_ARCHIVES.
.
RECHERCHER_ARCHIVES.
.

*>-----------------------------------------------------------------
*> Etat mensuel de gestion pour la prefecture : enquetes ouvertes et
*> cloturees (avec repartition des statuts et taux d'elucidation),
*> crimes par lieu et lieux les plus touches, pieces saisies,
*> occupation des boxes et charge des agents. Le resultat est ecrit
*> dans le fichier d'impression etat-mensuel.txt
*>-----------------------------------------------------------------
EDITER_STATISTIQUES.
    *> en mode automate, le mois et l'annee viennent de batch.par
    IF Wbatch = 0
        DISPLAY "Mois de l'etat (1-12) :"
        ACCEPT Wmois-cible
        DISPLAY "Annee de l'etat :"
        ACCEPT Wannee-cible
    END-IF

    IF Wmois-cible < 1 OR Wmois-cible > 12
        MOVE "Etat mensuel : mois invalide, etat non edite." TO Wtrace-ligne
        PERFORM ECRIRE_TRACE
        IF Wbatch = 1
            MOVE 8 TO Wbatch-rc
        END-IF
    ELSE
        PERFORM STAT_ENQUETES_OUVERTES
        PERFORM STAT_CLOTURES
        PERFORM STAT_CRIMES_MOIS
        PERFORM STAT_PIECES_MOIS
        PERFORM STAT_BOXES
        PERFORM STAT_AGENTS

        OPEN OUTPUT fetat
        MOVE "===============================================" TO Wetat-titre
        WRITE etatLigne FROM Wetat-titre
        MOVE "          ETAT MENSUEL DE GESTION" TO Wetat-titre
        WRITE etatLigne FROM Wetat-titre
        MOVE "Mois de reference :" TO We-lib
        MOVE Wmois-cible TO We-val
        WRITE etatLigne FROM Wetat-ligne
        MOVE "Annee de reference :" TO We-lib
        MOVE Wannee-cible TO We-val
        WRITE etatLigne FROM Wetat-ligne
        MOVE "===============================================" TO Wetat-titre
        WRITE etatLigne FROM Wetat-titre

        MOVE "Enquetes ouvertes dans le mois :" TO We-lib
        MOVE Wnb-ouvertes TO We-val
        WRITE etatLigne FROM Wetat-ligne

        MOVE "Enquetes cloturees dans le mois :" TO We-lib
        MOVE Wnb-clotures TO We-val
        WRITE etatLigne FROM Wetat-ligne
        MOVE "  dont resolues :" TO We-lib
        MOVE Wnb-resolu TO We-val
        WRITE etatLigne FROM Wetat-ligne
        MOVE "  dont classees :" TO We-lib
        MOVE Wnb-classe TO We-val
        WRITE etatLigne FROM Wetat-ligne
        MOVE "  dont autres statuts :" TO We-lib
        MOVE Wnb-autres TO We-val
        WRITE etatLigne FROM Wetat-ligne
        IF Wnb-clotures > 0
            COMPUTE Wtaux = Wnb-resolu * 100 / Wnb-clotures
        ELSE
            MOVE 0 TO Wtaux
        END-IF
        MOVE "Taux d'elucidation (%) :" TO Wep-lib
        MOVE Wtaux TO Wep-val
        WRITE etatLigne FROM Wetat-pct

        MOVE "Crimes enregistres dans le mois :" TO We-lib
        MOVE Wnb-crimes TO We-val
        WRITE etatLigne FROM Wetat-ligne
        MOVE "Pieces saisies sur les crimes du mois :" TO We-lib
        MOVE Wnb-pieces-mois TO We-val
        WRITE etatLigne FROM Wetat-ligne

        MOVE "--- Crimes par lieu ---" TO Wetat-titre
        WRITE etatLigne FROM Wetat-titre
        PERFORM VARYING Wix-lieu FROM 1 BY 1 UNTIL Wix-lieu > Wnb-lieux
            MOVE Wlieu-nom(Wix-lieu) TO Wel-lieu
            MOVE " : " TO Wel-sep
            MOVE Wlieu-nb(Wix-lieu) TO Wel-nb
            WRITE etatLigne FROM Wetat-lieu
        END-PERFORM
        IF Wlieux-perdus > 0
            MOVE "Crimes en lieux non detailles (table pleine) :" TO We-lib
            MOVE Wlieux-perdus TO We-val
            WRITE etatLigne FROM Wetat-ligne
        END-IF

        MOVE "--- Les cinq lieux les plus touches ---" TO Wetat-titre
        WRITE etatLigne FROM Wetat-titre
        PERFORM ECRIRE_TOP_LIEUX

        MOVE "--- Occupation des boxes ---" TO Wetat-titre
        WRITE etatLigne FROM Wetat-titre
        MOVE "Pieces stockees :" TO We-lib
        MOVE Wsom-nbPieces TO We-val
        WRITE etatLigne FROM Wetat-ligne
        MOVE "Capacite totale :" TO We-lib
        MOVE Wsom-capacite TO We-val
        WRITE etatLigne FROM Wetat-ligne
        IF Wsom-capacite > 0
            COMPUTE Wtaux = Wsom-nbPieces * 100 / Wsom-capacite
        ELSE
            MOVE 0 TO Wtaux
        END-IF
        MOVE "Taux d'occupation (%) :" TO Wep-lib
        MOVE Wtaux TO Wep-val
        WRITE etatLigne FROM Wetat-pct

        MOVE "--- Charge des agents ---" TO Wetat-titre
        WRITE etatLigne FROM Wetat-titre
        MOVE "Agents en service :" TO We-lib
        MOVE Wnb-agents TO We-val
        WRITE etatLigne FROM Wetat-ligne
        MOVE "Agents avec une enquete en cours :" TO We-lib
        MOVE Wnb-agents-charges TO We-val
        WRITE etatLigne FROM Wetat-ligne
        MOVE "Enquetes ouvertes (toutes dates) :" TO We-lib
        MOVE Wnb-enq-total TO We-val
        WRITE etatLigne FROM Wetat-ligne
        IF Wnb-agents > 0
            COMPUTE Wcharge = Wnb-enq-total / Wnb-agents
        ELSE
            MOVE 0 TO Wcharge
        END-IF
        MOVE "Charge moyenne (enquetes par agent) :" TO Wep-lib
        MOVE Wcharge TO Wep-val
        WRITE etatLigne FROM Wetat-pct
        MOVE "===============================================" TO Wetat-titre
        WRITE etatLigne FROM Wetat-titre
        CLOSE fetat

        MOVE "Etat ecrit dans etat-mensuel.txt" TO Wtrace-ligne
        PERFORM ECRIRE_TRACE
    END-IF
.

STAT_ENQUETES_OUVERTES.
    MOVE 0 TO Wnb-ouvertes
    MOVE 0 TO Wnb-enq-total
    MOVE 0 TO Wfin
    OPEN INPUT fenquetes
    PERFORM UNTIL Wfin = 1
        READ fenquetes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            ADD 1 TO Wnb-enq-total
            IF fe_dd-mois = Wmois-cible AND fe_dd-annee = Wannee-cible
                ADD 1 TO Wnb-ouvertes
            END-IF
    END-PERFORM
    CLOSE fenquetes

    *> une enquete deja cloturee a pu etre ouverte dans le mois
    MOVE 0 TO Wfin
    OPEN INPUT farchives
    PERFORM UNTIL Wfin = 1
        READ farchives NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF far_dd-mois = Wmois-cible AND far_dd-annee = Wannee-cible
                ADD 1 TO Wnb-ouvertes
            END-IF
    END-PERFORM
    CLOSE farchives
.

STAT_CLOTURES.
    MOVE 0 TO Wnb-clotures
    MOVE 0 TO Wnb-resolu
    MOVE 0 TO Wnb-classe
    MOVE 0 TO Wnb-autres
    MOVE 0 TO Wfin
    OPEN INPUT farchives
    PERFORM UNTIL Wfin = 1
        READ farchives NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            *> les archives anterieures a la date de cloture ont la
            *> zone a blanc : ne pas comparer numeriquement
            IF far_dateClot NOT = SPACES
                    AND far_dc-mois = Wmois-cible
                    AND far_dc-annee = Wannee-cible
                ADD 1 TO Wnb-clotures
                EVALUATE far_status
                    WHEN "resolu"
                        ADD 1 TO Wnb-resolu
                    WHEN "classe"
                        ADD 1 TO Wnb-classe
                    WHEN OTHER
                        ADD 1 TO Wnb-autres
                END-EVALUATE
            END-IF
    END-PERFORM
    CLOSE farchives
.

STAT_CRIMES_MOIS.
    MOVE 0 TO Wnb-crimes
    MOVE 0 TO Wnb-lieux
    MOVE 0 TO Wlieux-perdus
    MOVE 0 TO Wfin
    OPEN INPUT fcrimes
    PERFORM UNTIL Wfin = 1
        READ fcrimes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF fc_dt-mois = Wmois-cible AND fc_dt-annee = Wannee-cible
                ADD 1 TO Wnb-crimes
                PERFORM AJOUTER_LIEU_TABLE
            END-IF
    END-PERFORM
    CLOSE fcrimes
.

*> cumule le crime courant dans la table des lieux (50 entrees)
AJOUTER_LIEU_TABLE.
    MOVE 0 TO Wtrouve2
    PERFORM VARYING Wix-lieu FROM 1 BY 1
            UNTIL Wix-lieu > Wnb-lieux OR Wtrouve2 = 1
        IF Wlieu-nom(Wix-lieu) = fc_lieu
            ADD 1 TO Wlieu-nb(Wix-lieu)
            MOVE 1 TO Wtrouve2
        END-IF
    END-PERFORM
    IF Wtrouve2 = 0
        IF Wnb-lieux < 50
            ADD 1 TO Wnb-lieux
            MOVE fc_lieu TO Wlieu-nom(Wnb-lieux)
            MOVE 1 TO Wlieu-nb(Wnb-lieux)
        ELSE
            ADD 1 TO Wlieux-perdus
        END-IF
    END-IF
.

STAT_PIECES_MOIS.
    MOVE 0 TO Wnb-pieces-mois
    MOVE 0 TO Wfin
    OPEN INPUT fpieces
    OPEN INPUT fcrimes
    PERFORM UNTIL Wfin = 1
        READ fpieces NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE fpi_idCrime TO fc_idCrime
            READ fcrimes
                NOT INVALID KEY
                    IF fc_dt-mois = Wmois-cible
                            AND fc_dt-annee = Wannee-cible
                        ADD 1 TO Wnb-pieces-mois
                    END-IF
            END-READ
    END-PERFORM
    CLOSE fcrimes
    CLOSE fpieces
.

STAT_BOXES.
    MOVE 0 TO Wsom-nbPieces
    MOVE 0 TO Wsom-capacite
    MOVE 0 TO Wfin
    OPEN INPUT fboxes
    PERFORM UNTIL Wfin = 1
        READ fboxes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            ADD fb_nbPieces TO Wsom-nbPieces
            ADD fb_capacite TO Wsom-capacite
    END-PERFORM
    CLOSE fboxes
.

STAT_AGENTS.
    MOVE 0 TO Wnb-agents
    MOVE 0 TO Wnb-agents-charges
    MOVE 0 TO Wfin
    OPEN INPUT fagents
    PERFORM UNTIL Wfin = 1
        READ fagents NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            *> les agents partis ne comptent plus dans l'effectif
            IF fa_statut NOT = "D"
                ADD 1 TO Wnb-agents
                IF fa_EnqEnCours NOT = 0
                    ADD 1 TO Wnb-agents-charges
                END-IF
            END-IF
    END-PERFORM
    CLOSE fagents
.

*> cinq lieux les plus touches : selection du maximum restant, le
*> compteur retenu est remis a zero pour ne pas etre repris
ECRIRE_TOP_LIEUX.
    MOVE 0 TO Wrang
    PERFORM UNTIL Wrang = 5
        ADD 1 TO Wrang
        MOVE 0 TO Wmax-nb
        MOVE 0 TO Wmax-ix
        PERFORM VARYING Wix-lieu FROM 1 BY 1 UNTIL Wix-lieu > Wnb-lieux
            IF Wlieu-nb(Wix-lieu) > Wmax-nb
                MOVE Wlieu-nb(Wix-lieu) TO Wmax-nb
                MOVE Wix-lieu TO Wmax-ix
            END-IF
        END-PERFORM
        IF Wmax-ix NOT = 0
            MOVE Wlieu-nom(Wmax-ix) TO Wel-lieu
            MOVE " : " TO Wel-sep
            MOVE Wlieu-nb(Wmax-ix) TO Wel-nb
            WRITE etatLigne FROM Wetat-lieu
            MOVE 0 TO Wlieu-nb(Wmax-ix)
        ELSE
            MOVE 5 TO Wrang
        END-IF
    END-PERFORM
.

*>-----------------------------------------------------------------
*> Export de tous les fichiers vers des extraits sequentiels : un
*> enregistrement "D" par donnee, un enregistrement "T" final
*> portant le compte et le dernier identifiant attribue (fcontrole).
*> Les extraits servent de sauvegarde, de source de reconstruction
*> des fichiers indexes et d'alimentation de l'entrepot national
*>-----------------------------------------------------------------
EXPORTER_FICHIERS.
    MOVE "=== Export des fichiers vers les extraits sequentiels ===" TO Wtrace-ligne
    PERFORM ECRIRE_TRACE
    PERFORM EXPORTER_ENQUETES
    PERFORM EXPORTER_AGENTS
    PERFORM EXPORTER_PERSONNES
    PERFORM EXPORTER_PIECES
    PERFORM EXPORTER_ARCHIVES
    PERFORM EXPORTER_CRIMES
    PERFORM EXPORTER_BOXES
    PERFORM EXPORTER_LIENS
    PERFORM EXPORTER_CONTROLE
    PERFORM EXPORTER_MOUVEMENTS
    PERFORM EXPORTER_JOURNAL
    PERFORM EXPORTER_ACTES
    PERFORM EXPORTER_ANALYSES
    PERFORM EXPORTER_AUDIENCES
    PERFORM EXPORTER_ORDONNANCES
    PERFORM EXPORTER_ALIAS
    MOVE "Export termine." TO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

*> dernier identifiant attribue pour le compteur fco_nomFic deja
*> positionne par l'appelant (0 si le fichier n'a pas de compteur)
LIRE_COMPTEUR_CONTROLE.
    MOVE 0 TO Wdernier-id
    OPEN INPUT fcontrole
    READ fcontrole
        INVALID KEY
            MOVE 0 TO Wdernier-id
        NOT INVALID KEY
            MOVE fco_dernierId TO Wdernier-id
    END-READ
    CLOSE fcontrole
.

EXPORTER_ENQUETES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fenquetes
    OPEN OUTPUT xenquetes
    PERFORM UNTIL Wfin = 1
        READ fenquetes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xeq_type
            MOVE enqTampon TO xeq_donnees
            WRITE xeqTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "ENQUETES" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xeq_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xeq_donnees
    WRITE xeqTampon
    CLOSE xenquetes
    CLOSE fenquetes
    MOVE SPACES TO Wtrace-ligne
    STRING "fenquetes : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_AGENTS.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fagents
    OPEN OUTPUT xagents
    PERFORM UNTIL Wfin = 1
        READ fagents NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xag_type
            MOVE agentTampon TO xag_donnees
            WRITE xagTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "T" TO xag_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE Wtrailer TO xag_donnees
    WRITE xagTampon
    CLOSE xagents
    CLOSE fagents
    MOVE SPACES TO Wtrace-ligne
    STRING "fagents : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_PERSONNES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fpersonnes
    OPEN OUTPUT xpersonnes
    PERFORM UNTIL Wfin = 1
        READ fpersonnes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xpe_type
            MOVE persTampon TO xpe_donnees
            WRITE xpeTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "PERSONNE" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xpe_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xpe_donnees
    WRITE xpeTampon
    CLOSE xpersonnes
    CLOSE fpersonnes
    MOVE SPACES TO Wtrace-ligne
    STRING "fpersonnes : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_PIECES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fpieces
    OPEN OUTPUT xpieces
    PERFORM UNTIL Wfin = 1
        READ fpieces NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xpi_type
            MOVE pieceTampon TO xpi_donnees
            WRITE xpiTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "PIECES" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xpi_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xpi_donnees
    WRITE xpiTampon
    CLOSE xpieces
    CLOSE fpieces
    MOVE SPACES TO Wtrace-ligne
    STRING "fpieces : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_ARCHIVES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT farchives
    OPEN OUTPUT xarchives
    PERFORM UNTIL Wfin = 1
        READ farchives NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xar_type
            MOVE archTampon TO xar_donnees
            WRITE xarTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "T" TO xar_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE Wtrailer TO xar_donnees
    WRITE xarTampon
    CLOSE xarchives
    CLOSE farchives
    MOVE SPACES TO Wtrace-ligne
    STRING "farchives : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_CRIMES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fcrimes
    OPEN OUTPUT xcrimes
    PERFORM UNTIL Wfin = 1
        READ fcrimes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xcr_type
            MOVE crimesTampon TO xcr_donnees
            WRITE xcrTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "CRIMES" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xcr_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xcr_donnees
    WRITE xcrTampon
    CLOSE xcrimes
    CLOSE fcrimes
    MOVE SPACES TO Wtrace-ligne
    STRING "fcrimes : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_BOXES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fboxes
    OPEN OUTPUT xboxes
    PERFORM UNTIL Wfin = 1
        READ fboxes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xbo_type
            MOVE boxTampon TO xbo_donnees
            WRITE xboTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "BOXES" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xbo_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xbo_donnees
    WRITE xboTampon
    CLOSE xboxes
    CLOSE fboxes
    MOVE SPACES TO Wtrace-ligne
    STRING "fboxes : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_LIENS.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fliens
    OPEN OUTPUT xliens
    PERFORM UNTIL Wfin = 1
        READ fliens NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xli_type
            MOVE lienTampon TO xli_donnees
            WRITE xliTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "LIENS" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xli_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xli_donnees
    WRITE xliTampon
    CLOSE xliens
    CLOSE fliens
    MOVE SPACES TO Wtrace-ligne
    STRING "fliens : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_CONTROLE.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fcontrole
    OPEN OUTPUT xcontrole
    PERFORM UNTIL Wfin = 1
        READ fcontrole NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xco_type
            MOVE controleTampon TO xco_donnees
            WRITE xcoTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "T" TO xco_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE Wtrailer TO xco_donnees
    WRITE xcoTampon
    CLOSE xcontrole
    CLOSE fcontrole
    MOVE SPACES TO Wtrace-ligne
    STRING "fcontrole : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_MOUVEMENTS.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fmouvements
    OPEN OUTPUT xmouvements
    PERFORM UNTIL Wfin = 1
        READ fmouvements NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xmo_type
            MOVE mouvTampon TO xmo_donnees
            WRITE xmoTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "MOUVMNTS" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xmo_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xmo_donnees
    WRITE xmoTampon
    CLOSE xmouvements
    CLOSE fmouvements
    MOVE SPACES TO Wtrace-ligne
    STRING "fmouvements : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_JOURNAL.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fjournal
    OPEN OUTPUT xjournal
    PERFORM UNTIL Wfin = 1
        READ fjournal NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xjo_type
            MOVE jourTampon TO xjo_donnees
            WRITE xjoTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "JOURNAL" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xjo_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xjo_donnees
    WRITE xjoTampon
    CLOSE xjournal
    CLOSE fjournal
    MOVE SPACES TO Wtrace-ligne
    STRING "fjournal : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_ACTES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT factes
    OPEN OUTPUT xactes
    PERFORM UNTIL Wfin = 1
        READ factes NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xac_type
            MOVE acteTampon TO xac_donnees
            WRITE xacTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "ACTES" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xac_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xac_donnees
    WRITE xacTampon
    CLOSE xactes
    CLOSE factes
    MOVE SPACES TO Wtrace-ligne
    STRING "factes : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_ANALYSES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fanalyses
    OPEN OUTPUT xanalyses
    PERFORM UNTIL Wfin = 1
        READ fanalyses NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xan_type
            MOVE analyseTampon TO xan_donnees
            WRITE xanTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "ANALYSES" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xan_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xan_donnees
    WRITE xanTampon
    CLOSE xanalyses
    CLOSE fanalyses
    MOVE SPACES TO Wtrace-ligne
    STRING "fanalyses : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_AUDIENCES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT faudiences
    OPEN OUTPUT xaudiences
    PERFORM UNTIL Wfin = 1
        READ faudiences NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xau_type
            MOVE audTampon TO xau_donnees
            WRITE xauTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "AUDIENCE" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xau_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xau_donnees
    WRITE xauTampon
    CLOSE xaudiences
    CLOSE faudiences
    MOVE SPACES TO Wtrace-ligne
    STRING "faudiences : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_ORDONNANCES.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT fordonnances
    OPEN OUTPUT xordonnances
    PERFORM UNTIL Wfin = 1
        READ fordonnances NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xor_type
            MOVE ordTampon TO xor_donnees
            WRITE xorTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "T" TO xor_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE Wtrailer TO xor_donnees
    WRITE xorTampon
    CLOSE xordonnances
    CLOSE fordonnances
    MOVE SPACES TO Wtrace-ligne
    STRING "fordonnances : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

EXPORTER_ALIAS.
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wfin
    OPEN INPUT falias
    OPEN OUTPUT xalias
    PERFORM UNTIL Wfin = 1
        READ falias NEXT
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            MOVE "D" TO xal_type
            MOVE aliasTampon TO xal_donnees
            WRITE xalTampon
            ADD 1 TO Wcompte-exp
    END-PERFORM
    MOVE "ALIAS" TO fco_nomFic
    PERFORM LIRE_COMPTEUR_CONTROLE
    MOVE "T" TO xal_type
    MOVE Wcompte-exp TO Wtr-compte
    MOVE Wdernier-id TO Wtr-dernier
    MOVE Wtrailer TO xal_donnees
    WRITE xalTampon
    CLOSE xalias
    CLOSE falias
    MOVE SPACES TO Wtrace-ligne
    STRING "falias : " Wcompte-exp
        " enregistrement(s) exportes." DELIMITED SIZE
        INTO Wtrace-ligne
    PERFORM ECRIRE_TRACE
.

*>-----------------------------------------------------------------
*> Etapes de reprise des travaux longs : une cle par etape menee a
*> bien dans freprise. L'import marque chaque fichier reconstruit,
*> la purge retient la derniere archive entierement traitee ; apres
*> un incident, le travail repart de la ou il s'est arrete
*>-----------------------------------------------------------------
*> l'etape Wfrp-cle a-t-elle deja ete menee a bien ?
*> (Wtrouve2 et, le cas echeant, sa valeur dans Wfrp-valeur)
LIRE_ETAPE_REPRISE.
    MOVE 0 TO Wtrouve2
    MOVE 0 TO Wfrp-valeur
    OPEN INPUT freprise
    IF frep_stat = 00
        MOVE Wfrp-cle TO frp_cle
        READ freprise
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE frp_valeur TO Wfrp-valeur
                MOVE 1 TO Wtrouve2
        END-READ
        CLOSE freprise
    END-IF
.

MARQUER_ETAPE_REPRISE.
    OPEN I-O freprise
    MOVE Wfrp-cle TO frp_cle
    READ freprise
        INVALID KEY
            MOVE Wfrp-cle TO frp_cle
            MOVE Wfrp-valeur TO frp_valeur
            WRITE repriseTampon END-WRITE
        NOT INVALID KEY
            MOVE Wfrp-valeur TO frp_valeur
            REWRITE repriseTampon
    END-READ
    CLOSE freprise
.

EFFACER_ETAPE_REPRISE.
    OPEN I-O freprise
    MOVE Wfrp-cle TO frp_cle
    READ freprise
        NOT INVALID KEY
            DELETE freprise
    END-READ
    CLOSE freprise
.

*> un import mene a son terme efface ses marques : le prochain
*> repartira de zero
VIDER_REPRISE_IMPORT.
    MOVE 0 TO Wfin2
    OPEN I-O freprise
    PERFORM UNTIL Wfin2 = 1
        READ freprise NEXT
        AT END
            MOVE 1 TO Wfin2
        NOT AT END
            IF frp_cle(1:4) = "IMP-"
                DELETE freprise
            END-IF
    END-PERFORM
    CLOSE freprise
.

*>-----------------------------------------------------------------
*> Import : reconstruction de chaque fichier indexe depuis son
*> extrait sequentiel. Chaque extrait est d'abord valide de bout en
*> bout (trailer present, compte exact) avant que le fichier vivant
*> ne soit ecrase ; chaque fichier reconstruit laisse une marque de
*> reprise, et un import relance apres incident saute les fichiers
*> deja reconstruits. fcontrole est reconstruit depuis son propre
*> extrait, ce qui retablit les derniers identifiants attribues
*>-----------------------------------------------------------------
IMPORTER_FICHIERS.
    DISPLAY "ATTENTION : les fichiers indexes vont etre reconstruits"
    DISPLAY "depuis les extraits sequentiels. Confirmer ? 1:OUI, 0:NON"
    ACCEPT Wdecision
    IF Wdecision = 1
        MOVE "IMP-ENQUETES" TO Wfrp-cle
        PERFORM LIRE_ETAPE_REPRISE
        IF Wtrouve2 = 1
            DISPLAY "Import interrompu detecte : reprise, les fichiers deja reconstruits seront sautes."
        END-IF
        PERFORM IMPORTER_ENQUETES
        PERFORM IMPORTER_AGENTS
        PERFORM IMPORTER_PERSONNES
        PERFORM IMPORTER_PIECES
        PERFORM IMPORTER_ARCHIVES
        PERFORM IMPORTER_CRIMES
        PERFORM IMPORTER_BOXES
        PERFORM IMPORTER_LIENS
        PERFORM IMPORTER_CONTROLE
        PERFORM IMPORTER_MOUVEMENTS
        PERFORM IMPORTER_JOURNAL
        PERFORM IMPORTER_ACTES
        PERFORM IMPORTER_ANALYSES
        PERFORM IMPORTER_AUDIENCES
        PERFORM IMPORTER_ORDONNANCES
        PERFORM IMPORTER_ALIAS
        PERFORM VIDER_REPRISE_IMPORT
        DISPLAY "Import termine."
    END-IF
.

IMPORTER_ENQUETES.
    MOVE "IMP-ENQUETES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fenquetes : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_ENQUETES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_ENQUETES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_ENQUETES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xenquetes
    IF xenq_stat = 35
        DISPLAY "fenquetes : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xenquetes
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xeq_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xeq_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xenquetes
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fenquetes : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_ENQUETES.
    OPEN INPUT xenquetes
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fenquetes
    PERFORM UNTIL Wfin = 1
        READ xenquetes
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xeq_type = "D"
                MOVE xeq_donnees TO enqTampon
                WRITE enqTampon
                    INVALID KEY
                        DISPLAY "fenquetes : doublon de cle "fe_idEnq
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xeq_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fenquetes
    CLOSE xenquetes
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fenquetes : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fenquetes : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_AGENTS.
    MOVE "IMP-AGENTS" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fagents : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_AGENTS
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_AGENTS
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_AGENTS.
    MOVE 0 TO Wext-valide
    OPEN INPUT xagents
    IF xagent_stat = 35
        DISPLAY "fagents : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xagents
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xag_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xag_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xagents
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fagents : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_AGENTS.
    OPEN INPUT xagents
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fagents
    PERFORM UNTIL Wfin = 1
        READ xagents
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xag_type = "D"
                MOVE xag_donnees TO agentTampon
                WRITE agentTampon
                    INVALID KEY
                        DISPLAY "fagents : doublon de cle "fa_matr
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xag_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fagents
    CLOSE xagents
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fagents : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fagents : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_PERSONNES.
    MOVE "IMP-PERSONNES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fpersonnes : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_PERSONNES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_PERSONNES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_PERSONNES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xpersonnes
    IF xpers_stat = 35
        DISPLAY "fpersonnes : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xpersonnes
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xpe_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xpe_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xpersonnes
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fpersonnes : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_PERSONNES.
    OPEN INPUT xpersonnes
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fpersonnes
    PERFORM UNTIL Wfin = 1
        READ xpersonnes
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xpe_type = "D"
                MOVE xpe_donnees TO persTampon
                WRITE persTampon
                    INVALID KEY
                        DISPLAY "fpersonnes : doublon de cle "fp_idPers
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xpe_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fpersonnes
    CLOSE xpersonnes
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fpersonnes : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fpersonnes : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_PIECES.
    MOVE "IMP-PIECES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fpieces : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_PIECES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_PIECES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_PIECES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xpieces
    IF xpiece_stat = 35
        DISPLAY "fpieces : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xpieces
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xpi_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xpi_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xpieces
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fpieces : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_PIECES.
    OPEN INPUT xpieces
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fpieces
    PERFORM UNTIL Wfin = 1
        READ xpieces
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xpi_type = "D"
                MOVE xpi_donnees TO pieceTampon
                WRITE pieceTampon
                    INVALID KEY
                        DISPLAY "fpieces : doublon de cle "fpi_idPiece
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xpi_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fpieces
    CLOSE xpieces
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fpieces : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fpieces : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_ARCHIVES.
    MOVE "IMP-ARCHIVES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "farchives : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_ARCHIVES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_ARCHIVES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_ARCHIVES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xarchives
    IF xarch_stat = 35
        DISPLAY "farchives : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xarchives
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xar_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xar_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xarchives
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "farchives : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_ARCHIVES.
    OPEN INPUT xarchives
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT farchives
    PERFORM UNTIL Wfin = 1
        READ xarchives
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xar_type = "D"
                MOVE xar_donnees TO archTampon
                WRITE archTampon
                    INVALID KEY
                        DISPLAY "farchives : doublon de cle "far_idArchi
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xar_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE farchives
    CLOSE xarchives
    IF Wcompte-exp = Wtr-compte
        DISPLAY "farchives : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "farchives : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_CRIMES.
    MOVE "IMP-CRIMES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fcrimes : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_CRIMES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_CRIMES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_CRIMES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xcrimes
    IF xcrime_stat = 35
        DISPLAY "fcrimes : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xcrimes
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xcr_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xcr_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xcrimes
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fcrimes : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_CRIMES.
    OPEN INPUT xcrimes
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fcrimes
    PERFORM UNTIL Wfin = 1
        READ xcrimes
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xcr_type = "D"
                MOVE xcr_donnees TO crimesTampon
                WRITE crimesTampon
                    INVALID KEY
                        DISPLAY "fcrimes : doublon de cle "fc_idCrime
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xcr_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fcrimes
    CLOSE xcrimes
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fcrimes : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fcrimes : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_BOXES.
    MOVE "IMP-BOXES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fboxes : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_BOXES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_BOXES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_BOXES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xboxes
    IF xbox_stat = 35
        DISPLAY "fboxes : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xboxes
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xbo_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xbo_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xboxes
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fboxes : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_BOXES.
    OPEN INPUT xboxes
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fboxes
    PERFORM UNTIL Wfin = 1
        READ xboxes
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xbo_type = "D"
                MOVE xbo_donnees TO boxTampon
                WRITE boxTampon
                    INVALID KEY
                        DISPLAY "fboxes : doublon de cle "fb_idBox
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xbo_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fboxes
    CLOSE xboxes
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fboxes : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fboxes : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_LIENS.
    MOVE "IMP-LIENS" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fliens : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_LIENS
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_LIENS
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_LIENS.
    MOVE 0 TO Wext-valide
    OPEN INPUT xliens
    IF xlien_stat = 35
        DISPLAY "fliens : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xliens
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xli_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xli_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xliens
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fliens : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_LIENS.
    OPEN INPUT xliens
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fliens
    PERFORM UNTIL Wfin = 1
        READ xliens
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xli_type = "D"
                MOVE xli_donnees TO lienTampon
                WRITE lienTampon
                    INVALID KEY
                        DISPLAY "fliens : doublon de cle "fl_idLien
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xli_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fliens
    CLOSE xliens
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fliens : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fliens : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_CONTROLE.
    MOVE "IMP-CONTROLE" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fcontrole : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_CONTROLE
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_CONTROLE
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_CONTROLE.
    MOVE 0 TO Wext-valide
    OPEN INPUT xcontrole
    IF xcontrole_stat = 35
        DISPLAY "fcontrole : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xcontrole
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xco_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xco_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xcontrole
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fcontrole : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_CONTROLE.
    OPEN INPUT xcontrole
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fcontrole
    PERFORM UNTIL Wfin = 1
        READ xcontrole
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xco_type = "D"
                MOVE xco_donnees TO controleTampon
                WRITE controleTampon
                    INVALID KEY
                        DISPLAY "fcontrole : doublon de cle "fco_nomFic
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xco_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fcontrole
    CLOSE xcontrole
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fcontrole : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fcontrole : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_MOUVEMENTS.
    MOVE "IMP-MOUVEMENTS" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fmouvements : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_MOUVEMENTS
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_MOUVEMENTS
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_MOUVEMENTS.
    MOVE 0 TO Wext-valide
    OPEN INPUT xmouvements
    IF xmouv_stat = 35
        DISPLAY "fmouvements : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xmouvements
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xmo_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xmo_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xmouvements
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fmouvements : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_MOUVEMENTS.
    OPEN INPUT xmouvements
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fmouvements
    PERFORM UNTIL Wfin = 1
        READ xmouvements
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xmo_type = "D"
                MOVE xmo_donnees TO mouvTampon
                WRITE mouvTampon
                    INVALID KEY
                        DISPLAY "fmouvements : doublon de cle "fm_idMouv
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xmo_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fmouvements
    CLOSE xmouvements
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fmouvements : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fmouvements : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_JOURNAL.
    MOVE "IMP-JOURNAL" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fjournal : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_JOURNAL
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_JOURNAL
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_JOURNAL.
    MOVE 0 TO Wext-valide
    MOVE 0 TO Wsc-n-sceaux
    OPEN INPUT xjournal
    IF xjour_stat = 35
        DISPLAY "fjournal : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xjournal
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xjo_type = "D"
                    ADD 1 TO Wcompte-exp
                    MOVE xjo_donnees TO jourTampon
                    IF fj_sceau NUMERIC
                        ADD 1 TO Wsc-n-sceaux
                    END-IF
                ELSE
                    MOVE xjo_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xjournal
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
            PERFORM CONTROLER_SCEAUX_EXTRAIT
        ELSE
            DISPLAY "fjournal : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

*> un extrait ecrit depuis le scellement porte un sceau sur chaque
*> trace : des traces sans sceau parmi des traces scellees, ou un
*> extrait tout entier sans sceau pour un journal deja scelle (marque
*> SCELLE de fcontrole), signalent un extrait retouche, refuse
CONTROLER_SCEAUX_EXTRAIT.
    IF Wsc-n-sceaux > 0 AND Wsc-n-sceaux < Wcompte-exp
        COMPUTE Wsc-nb = Wcompte-exp - Wsc-n-sceaux
        DISPLAY "fjournal : extrait altere ("Wsc-nb" trace(s) sans sceau parmi des traces scellees), fichier conserve."
        MOVE 0 TO Wext-valide
    END-IF
    IF Wsc-n-sceaux = 0 AND Wcompte-exp > 0
        PERFORM LIRE_MARQUE_SCELLEMENT
        IF Wsc-marque = 1
            DISPLAY "fjournal : extrait sans sceau pour un journal deja scelle, fichier conserve."
            MOVE 0 TO Wext-valide
        END-IF
    END-IF
.

*> les sceaux de l'extrait sont repris tels quels : le journal
*> reconstruit se verifie comme l'original ; seul un extrait tout
*> entier anterieur au scellement (sceaux a blanc, voir
*> CONTROLER_SCEAUX_EXTRAIT) est scelle au fil du rechargement
RECONSTRUIRE_JOURNAL.
    OPEN INPUT xjournal
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wsc-prec
    MOVE 0 TO Wsc-scelles
    MOVE 0 TO Wfin
    OPEN OUTPUT fjournal
    PERFORM UNTIL Wfin = 1
        READ xjournal
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xjo_type = "D"
                MOVE xjo_donnees TO jourTampon
                IF fj_sceau NOT NUMERIC
                    PERFORM CALCULER_SCEAU
                    MOVE Wsc-sceau TO fj_sceau
                    ADD 1 TO Wsc-scelles
                END-IF
                MOVE fj_sceau TO Wsc-prec
                WRITE jourTampon
                    INVALID KEY
                        DISPLAY "fjournal : doublon de cle "fj_idJour
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xjo_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fjournal
    CLOSE xjournal
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fjournal : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fjournal : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    IF Wsc-scelles > 0
        DISPLAY "fjournal : "Wsc-scelles" trace(s) sans sceau scellee(s) au rechargement."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_ACTES.
    MOVE "IMP-ACTES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "factes : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_ACTES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_ACTES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_ACTES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xactes
    IF xacte_stat = 35
        DISPLAY "factes : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xactes
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xac_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xac_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xactes
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "factes : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_ACTES.
    OPEN INPUT xactes
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT factes
    PERFORM UNTIL Wfin = 1
        READ xactes
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xac_type = "D"
                MOVE xac_donnees TO acteTampon
                WRITE acteTampon
                    INVALID KEY
                        DISPLAY "factes : doublon de cle "fac_idActe
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xac_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE factes
    CLOSE xactes
    IF Wcompte-exp = Wtr-compte
        DISPLAY "factes : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "factes : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_ANALYSES.
    MOVE "IMP-ANALYSES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fanalyses : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_ANALYSES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_ANALYSES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_ANALYSES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xanalyses
    IF xana_stat = 35
        DISPLAY "fanalyses : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xanalyses
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xan_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xan_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xanalyses
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fanalyses : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_ANALYSES.
    OPEN INPUT xanalyses
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fanalyses
    PERFORM UNTIL Wfin = 1
        READ xanalyses
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xan_type = "D"
                MOVE xan_donnees TO analyseTampon
                WRITE analyseTampon
                    INVALID KEY
                        DISPLAY "fanalyses : doublon de cle "fan_idAna
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xan_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fanalyses
    CLOSE xanalyses
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fanalyses : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fanalyses : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_AUDIENCES.
    MOVE "IMP-AUDIENCES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "faudiences : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_AUDIENCES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_AUDIENCES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_AUDIENCES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xaudiences
    IF xaud_stat = 35
        DISPLAY "faudiences : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xaudiences
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xau_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xau_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xaudiences
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "faudiences : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_AUDIENCES.
    OPEN INPUT xaudiences
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT faudiences
    PERFORM UNTIL Wfin = 1
        READ xaudiences
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xau_type = "D"
                MOVE xau_donnees TO audTampon
                WRITE audTampon
                    INVALID KEY
                        DISPLAY "faudiences : doublon de cle "fau_idAud
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xau_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE faudiences
    CLOSE xaudiences
    IF Wcompte-exp = Wtr-compte
        DISPLAY "faudiences : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "faudiences : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_ORDONNANCES.
    MOVE "IMP-ORDONNANCES" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "fordonnances : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_ORDONNANCES
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_ORDONNANCES
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_ORDONNANCES.
    MOVE 0 TO Wext-valide
    OPEN INPUT xordonnances
    IF xord_stat = 35
        DISPLAY "fordonnances : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xordonnances
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xor_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xor_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xordonnances
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "fordonnances : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_ORDONNANCES.
    OPEN INPUT xordonnances
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT fordonnances
    PERFORM UNTIL Wfin = 1
        READ xordonnances
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xor_type = "D"
                MOVE xor_donnees TO ordTampon
                WRITE ordTampon
                    INVALID KEY
                        DISPLAY "fordonnances : doublon de cle "fo_idPiece
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xor_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE fordonnances
    CLOSE xordonnances
    IF Wcompte-exp = Wtr-compte
        DISPLAY "fordonnances : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "fordonnances : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

IMPORTER_ALIAS.
    MOVE "IMP-ALIAS" TO Wfrp-cle
    PERFORM LIRE_ETAPE_REPRISE
    IF Wtrouve2 = 1
        DISPLAY "falias : deja reconstruit (reprise), etape sautee."
    ELSE
        PERFORM VALIDER_EXTRAIT_ALIAS
        IF Wext-valide = 1
            PERFORM RECONSTRUIRE_ALIAS
        END-IF
    END-IF
.

*> l'extrait doit etre complet (trailer present, compte exact)
*> avant que le fichier vivant ne soit ecrase
VALIDER_EXTRAIT_ALIAS.
    MOVE 0 TO Wext-valide
    OPEN INPUT xalias
    IF xali_stat = 35
        DISPLAY "falias : extrait absent, fichier non reconstruit."
    ELSE
        MOVE 0 TO Wcompte-exp
        MOVE 0 TO Wtr-compte
        MOVE 0 TO Wext-trailer
        MOVE 0 TO Wfin
        PERFORM UNTIL Wfin = 1
            READ xalias
            AT END
                MOVE 1 TO Wfin
            NOT AT END
                IF xal_type = "D"
                    ADD 1 TO Wcompte-exp
                ELSE
                    MOVE xal_donnees TO Wtrailer
                    MOVE 1 TO Wext-trailer
                END-IF
        END-PERFORM
        CLOSE xalias
        IF Wext-trailer = 1 AND Wcompte-exp = Wtr-compte
            MOVE 1 TO Wext-valide
        ELSE
            DISPLAY "falias : extrait incomplet ("Wcompte-exp" lus pour "Wtr-compte" attendus), fichier conserve."
        END-IF
    END-IF
.

RECONSTRUIRE_ALIAS.
    OPEN INPUT xalias
    MOVE 0 TO Wcompte-exp
    MOVE 0 TO Wtr-compte
    MOVE 0 TO Wtr-dernier
    MOVE 0 TO Wfin
    OPEN OUTPUT falias
    PERFORM UNTIL Wfin = 1
        READ xalias
        AT END
            MOVE 1 TO Wfin
        NOT AT END
            IF xal_type = "D"
                MOVE xal_donnees TO aliasTampon
                WRITE aliasTampon
                    INVALID KEY
                        DISPLAY "falias : doublon de cle "fal_idAlias
                END-WRITE
                ADD 1 TO Wcompte-exp
            ELSE
                MOVE xal_donnees TO Wtrailer
            END-IF
    END-PERFORM
    CLOSE falias
    CLOSE xalias
    IF Wcompte-exp = Wtr-compte
        DISPLAY "falias : "Wcompte-exp" enregistrement(s), compte verifie."
    ELSE
        DISPLAY "falias : ECART - "Wcompte-exp" relus pour "Wtr-compte" attendus."
    END-IF
    MOVE 0 TO Wfrp-valeur
    PERFORM MARQUER_ETAPE_REPRISE
.

*>-----------------------------------------------------------------
*> Purge de retention : pour chaque archive plus ancienne que la
*> duree legale et dotee d'un statut de cloture, les crimes, pieces
*> et liens encore presents dans les fichiers vivants sont deplaces
*> vers les fichiers d'historique, les places de box sont liberees
*> et un rapport de decharge est imprime pour signature du greffe.
*> Rien n'est purge tant qu'une piece de l'enquete est hors des
*> boxes ; l'archive elle-meme reste dans farchives (registre)
*>-----------------------------------------------------------------
PURGER_ARCHIVES.
    *> en mode automate, la duree de retention vient de batch.par et
    *> la purge est reputee confirmee par l'ordonnanceur
    IF Wbatch = 0
        DISPLAY "Duree legale de retention (annees) :"
        ACCEPT Wretention
    END-IF

    IF Wretention < 1
        MOVE "Duree de retention invalide, purge abandonnee." TO Wtrace-ligne
        PERFORM ECRIRE_TRACE
        IF Wbatch = 1
            MOVE 8 TO Wbatch-rc
        END-IF
    ELSE
        ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
        COMPUTE Wdate8-limite = Wdjs-annee * 10000
            + Wdjs-mois * 100 + Wdjs-jour - Wretention * 10000
        IF Wbatch = 0
            DISPLAY "Purge des archives cloturees avant le "Wdate8-limite" (AAAAMMJJ)."
            DISPLAY "Confirmer ? 1:OUI, 0:NON"
            ACCEPT Wdecision
        ELSE
            MOVE 1 TO Wdecision
        END-IF

        IF Wdecision = 1
            *> purge interrompue lors d'un passage precedent : on
            *> repart de l'archive qui suit la derniere traitee
            MOVE "PURGE" TO Wfrp-cle
            PERFORM LIRE_ETAPE_REPRISE
            IF Wtrouve2 = 1
                MOVE SPACES TO Wtrace-ligne
                STRING "Purge interrompue detectee : reprise apres l'archive "
                    Wfrp-valeur DELIMITED SIZE INTO Wtrace-ligne
                PERFORM ECRIRE_TRACE
            END-IF

            MOVE 0 TO Wp-archives
            OPEN OUTPUT fdispo
            MOVE "===============================================" TO Wetat-titre
            WRITE dispoLigne FROM Wetat-titre
            MOVE "   RAPPORT DE DECHARGE - PURGE DE RETENTION" TO Wetat-titre
            WRITE dispoLigne FROM Wetat-titre
            MOVE "Duree de retention (annees) :" TO We-lib
            MOVE Wretention TO We-val
            WRITE dispoLigne FROM Wetat-ligne
            MOVE "Date limite de cloture (AAAAMMJJ) :" TO We-lib
            MOVE Wdate8-limite TO We-val
            WRITE dispoLigne FROM Wetat-ligne
            MOVE "===============================================" TO Wetat-titre
            WRITE dispoLigne FROM Wetat-titre

            MOVE 0 TO Wfin
            OPEN INPUT farchives
            IF Wtrouve2 = 1
                MOVE Wfrp-valeur TO far_idArchi
                START farchives KEY > far_idArchi
                    INVALID KEY
                        MOVE 1 TO Wfin
                END-START
            END-IF
            PERFORM UNTIL Wfin = 1
                READ farchives NEXT
                AT END
                    MOVE 1 TO Wfin
                NOT AT END
                    PERFORM TRAITER_ARCHIVE_PURGE
                    *> l'archive est entierement traitee : la marque
                    *> de reprise avance avec elle
                    MOVE "PURGE" TO Wfrp-cle
                    MOVE far_idArchi TO Wfrp-valeur
                    PERFORM MARQUER_ETAPE_REPRISE
            END-PERFORM
            CLOSE farchives

            *> purge menee a son terme : la marque de reprise s'efface
            MOVE "PURGE" TO Wfrp-cle
            PERFORM EFFACER_ETAPE_REPRISE

            MOVE "===============================================" TO Wetat-titre
            WRITE dispoLigne FROM Wetat-titre
            MOVE "Archives purgees :" TO We-lib
            MOVE Wp-archives TO We-val
            WRITE dispoLigne FROM Wetat-ligne
            MOVE "Visa du greffe :" TO Wetat-titre
            WRITE dispoLigne FROM Wetat-titre
            CLOSE fdispo

            MOVE SPACES TO Wtrace-ligne
            STRING "Purge terminee, " Wp-archives
                " archive(s) purgee(s)." DELIMITED SIZE
                INTO Wtrace-ligne
            PERFORM ECRIRE_TRACE
            MOVE "Rapport ecrit dans purge-disposition.txt" TO Wtrace-ligne
            PERFORM ECRIRE_TRACE
        END-IF
    END-IF
.

*> examen de l'archive courante de farchives : eligibilite puis purge
TRAITER_ARCHIVE_PURGE.
    *> date de reference : la cloture si elle est renseignee, sinon
    *> l'ouverture (archives anterieures a la date de cloture)
    IF far_dateClot = SPACES
        COMPUTE Wdate8-cour = far_dd-annee * 10000
            + far_dd-mois * 100 + far_dd-jour
    ELSE
        COMPUTE Wdate8-cour = far_dc-annee * 10000
            + far_dc-mois * 100 + far_dc-jour
    END-IF

    IF far_status NOT = SPACES AND Wdate8-cour <= Wdate8-limite
        PERFORM VERIFIER_PIECES_EN_BOX
        IF Wpurge-ok = 0
            MOVE "Archive " TO Wdi-lib
            MOVE far_idArchi TO Wdi-id
            MOVE " : NON PURGEE, piece(s) hors box" TO Wdi-texte
            MOVE SPACES TO Wdi-statut
            WRITE dispoLigne FROM Wdispo-ligne
        ELSE
            MOVE 0 TO Wp-liens
            PERFORM PURGER_PIECES_ARCHIVE
            PERFORM PURGER_CRIMES_ARCHIVE
            PERFORM PURGER_LIENS_ENQUETE

            *> une archive deja traitee lors d'une purge precedente n'a
            *> plus rien dans les fichiers vivants : elle ne doit ni
            *> figurer comme purgee ni gonfler le total du rapport
            IF Wp-crimes = 0 AND Wp-pieces = 0 AND Wp-liens = 0
                MOVE "Archive " TO Wdi-lib
                MOVE far_idArchi TO Wdi-id
                MOVE " : deja purgee, rien a deplacer" TO Wdi-texte
                MOVE SPACES TO Wdi-statut
                WRITE dispoLigne FROM Wdispo-ligne
            ELSE
                ADD 1 TO Wp-archives

                MOVE "Archive " TO Wdi-lib
                MOVE far_idArchi TO Wdi-id
                MOVE " : purgee, statut " TO Wdi-texte
                MOVE far_status TO Wdi-statut
                WRITE dispoLigne FROM Wdispo-ligne
                MOVE "  crimes purges :" TO We-lib
                MOVE Wp-crimes TO We-val
                WRITE dispoLigne FROM Wetat-ligne
                MOVE "  pieces purgees :" TO We-lib
                MOVE Wp-pieces TO We-val
                WRITE dispoLigne FROM Wetat-ligne
                MOVE "  liens purges :" TO We-lib
                MOVE Wp-liens TO We-val
                WRITE dispoLigne FROM Wetat-ligne
            END-IF
        END-IF
    END-IF
.

*> aucune purge tant qu'une piece de l'enquete est sortie d'une box
VERIFIER_PIECES_EN_BOX.
    MOVE 1 TO Wpurge-ok
    MOVE 0 TO Wfin3
    OPEN INPUT fpieces
    MOVE far_idArchi TO fpi_idEnq
    START fpieces KEY = fpi_idEnq
        INVALID KEY
            MOVE 1 TO Wfin3
    END-START
    PERFORM UNTIL Wfin3 = 1
        READ fpieces NEXT
        AT END
            MOVE 1 TO Wfin3
        NOT AT END
            IF fpi_idEnq NOT = far_idArchi
                MOVE 1 TO Wfin3
            ELSE
                MOVE fpi_idPiece TO Wfpi_idPiece
                PERFORM TESTER_PIECE_SORTIE
                IF Wsortie = 1
                    MOVE 0 TO Wpurge-ok
                END-IF
            END-IF
    END-PERFORM
    CLOSE fpieces
.

PURGER_PIECES_ARCHIVE.
    MOVE 0 TO Wp-pieces
    MOVE 0 TO Wfin3
    OPEN I-O fpieces
    OPEN I-O fpiecesHist
    PERFORM UNTIL Wfin3 = 1
        READ fpieces NEXT
        AT END
            MOVE 1 TO Wfin3
        NOT AT END
            IF fpi_idEnq = far_idArchi
                MOVE pieceTampon TO piecesHistTampon
                WRITE piecesHistTampon
                    INVALID KEY
                        DISPLAY "Historique pieces : doublon "fph_idPiece
                END-WRITE
                MOVE fpi_idBox TO Wfb_idBox
                DELETE fpieces
                ADD 1 TO Wp-pieces
                IF Wfb_idBox NOT = 0
                    PERFORM LIBERER_PLACE_BOX
                END-IF
            END-IF
    END-PERFORM
    CLOSE fpiecesHist
    CLOSE fpieces
.

LIBERER_PLACE_BOX.
    PERFORM PRENDRE_VERROU_BOXES
    IF Wvr-tenu = 1
        OPEN I-O fboxes
        MOVE Wfb_idBox TO fb_idBox
        READ fboxes
            INVALID KEY
                DISPLAY "Box "Wfb_idBox" introuvable, compteur non ajuste."
            NOT INVALID KEY
                IF fb_nbPieces > 0
                    SUBTRACT 1 FROM fb_nbPieces
                END-IF
                REWRITE boxTampon
        END-READ
        CLOSE fboxes
        PERFORM RENDRE_VERROU_BOXES
    ELSE
        DISPLAY "Compteur de la box "Wfb_idBox" non ajuste."
    END-IF
.

PURGER_CRIMES_ARCHIVE.
    MOVE 0 TO Wp-crimes
    MOVE 0 TO Wfin3
    OPEN I-O fcrimes
    OPEN I-O fcrimesHist
    PERFORM UNTIL Wfin3 = 1
        READ fcrimes NEXT
        AT END
            MOVE 1 TO Wfin3
        NOT AT END
            IF fc_idEnquetes = far_idArchi
                PERFORM PURGER_LIENS_CRIME
                MOVE crimesTampon TO crimesHistTampon
                WRITE crimesHistTampon
                    INVALID KEY
                        DISPLAY "Historique crimes : doublon "fch_idCrime
                END-WRITE
                DELETE fcrimes
                ADD 1 TO Wp-crimes
            END-IF
    END-PERFORM
    CLOSE fcrimesHist
    CLOSE fcrimes
.

*> liens rattaches au crime courant de fcrimes
PURGER_LIENS_CRIME.
    MOVE 0 TO Wfin4
    OPEN I-O fliens
    OPEN I-O fliensHist
    PERFORM UNTIL Wfin4 = 1
        READ fliens NEXT
        AT END
            MOVE 1 TO Wfin4
        NOT AT END
            IF fl_idCrime = fc_idCrime
                MOVE lienTampon TO liensHistTampon
                WRITE liensHistTampon
                    INVALID KEY
                        DISPLAY "Historique liens : doublon "flh_idLien
                END-WRITE
                DELETE fliens
                ADD 1 TO Wp-liens
            END-IF
    END-PERFORM
    CLOSE fliensHist
    CLOSE fliens
.

*> liens rattaches directement a l'enquete archivee
PURGER_LIENS_ENQUETE.
    MOVE 0 TO Wfin3
    OPEN I-O fliens
    OPEN I-O fliensHist
    PERFORM UNTIL Wfin3 = 1
        READ fliens NEXT
        AT END
            MOVE 1 TO Wfin3
        NOT AT END
            IF fl_idEnq = far_idArchi
                MOVE lienTampon TO liensHistTampon
                WRITE liensHistTampon
                    INVALID KEY
                        DISPLAY "Historique liens : doublon "flh_idLien
                END-WRITE
                DELETE fliens
                ADD 1 TO Wp-liens
            END-IF
    END-PERFORM
    CLOSE fliensHist
    CLOSE fliens
.

*>-----------------------------------------------------------------
*> Reouverture d'une enquete archivee (affaire classee sur laquelle
*> un element nouveau apparait) : l'enregistrement de fenquetes est
*> recree depuis farchives, les crimes, pieces et liens purges sont
*> rapatries des fichiers d'historique sous leurs numeros d'origine,
*> et chaque piece restauree recoit une box via l'affectation
*> habituelle. L'archive est retiree de farchives et l'operation est
*> journalisee
*>-----------------------------------------------------------------
REOUVRIR_ENQUETE.
    DISPLAY "Numero de l'enquete archivee a reouvrir :"
    ACCEPT Wfe_idEnq
    MOVE Wfe_idEnq TO far_idArchi

    MOVE 0 TO Wtrouve
    OPEN INPUT farchives
    READ farchives
        INVALID KEY
            DISPLAY "Archive introuvable."
        NOT INVALID KEY
            *> le dossier d'une enquete transferee est parti au service
            *> destinataire : c'est la qu'elle se poursuit
            IF far_status = "transf"
                DISPLAY "Enquete transferee a un autre service : reouverture impossible."
            ELSE
                MOVE 1 TO Wtrouve
            END-IF
    END-READ
    CLOSE farchives

    IF Wtrouve = 1
        *> l'enquete ne doit pas deja etre ouverte sous ce numero
        MOVE Wfe_idEnq TO fe_idEnq
        OPEN INPUT fenquetes
        READ fenquetes
            NOT INVALID KEY
                DISPLAY "L'enquete "Wfe_idEnq" est deja ouverte."
                MOVE 0 TO Wtrouve
        END-READ
        CLOSE fenquetes
    END-IF

    IF Wtrouve = 1
        DISPLAY "Reouverture de l'enquete "far_idArchi" (chef "far_chef", ouverte le "far_dateDeb")."
        DISPLAY "Confirmer ? 1:OUI, 0:NON"
        ACCEPT Wdecision
        IF Wdecision = 1
            PERFORM EXECUTER_REOUVERTURE
        END-IF
    END-IF
.

EXECUTER_REOUVERTURE.
    MOVE Wfe_idEnq TO fe_idEnq
    MOVE far_dateDeb TO fe_dateDeb
    MOVE far_chef TO fe_matrChef

    MOVE 0 TO Wjournaliser
    OPEN I-O fenquetes
    WRITE enqTampon
        INVALID KEY
            DISPLAY "Existe deja"
        NOT INVALID KEY
            MOVE 1 TO Wjournaliser
    END-WRITE
    CLOSE fenquetes

    IF Wjournaliser = 1
        *> l'archive quitte le registre : un nouvel archivage sera
        *> possible a la prochaine cloture de l'enquete
        MOVE Wfe_idEnq TO far_idArchi
        OPEN I-O farchives
        READ farchives
            NOT INVALID KEY
                MOVE archTampon TO Wfj_avant2
                DELETE farchives
        END-READ
        CLOSE farchives

        MOVE "fenquetes" TO Wfj_fichier
        MOVE Wfe_idEnq TO Wfj_cle
        MOVE "AJOUT" TO Wfj_operation
        MOVE SPACES TO Wfj_avant
        MOVE enqTampon TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
        MOVE "farchives" TO Wfj_fichier
        MOVE "SUPPR" TO Wfj_operation
        MOVE Wfj_avant2 TO Wfj_avant
        MOVE SPACES TO Wfj_apres
        PERFORM ECRIRE_JOURNAL

        PERFORM RESTAURER_CRIMES_HIST
        PERFORM RESTAURER_PIECES_HIST
        PERFORM RESTAURER_LIENS_HIST

        DISPLAY "Enquete "Wfe_idEnq" reouverte : "Wr-crimes" crime(s), "Wr-pieces" piece(s), "Wr-liens" lien(s) restaures."
    END-IF
.

RESTAURER_CRIMES_HIST.
    MOVE 0 TO Wr-crimes
    MOVE 0 TO Wfin3
    OPEN I-O fcrimesHist
    OPEN I-O fcrimes
    PERFORM UNTIL Wfin3 = 1
        READ fcrimesHist NEXT
        AT END
            MOVE 1 TO Wfin3
        NOT AT END
            IF fch_idEnq = Wfe_idEnq
                MOVE crimesHistTampon TO crimesTampon
                WRITE crimesTampon
                    INVALID KEY
                        DISPLAY "fcrimes : doublon de cle "fc_idCrime
                END-WRITE
                DELETE fcrimesHist
                ADD 1 TO Wr-crimes
            END-IF
    END-PERFORM
    CLOSE fcrimes
    CLOSE fcrimesHist
.

*> les pieces retrouvent leurs numeros d'origine ; la box d'antan a
*> pu disparaitre ou se remplir, chacune est donc reaffectee par
*> l'affectation habituelle (lieu du chef d'enquete en priorite)
RESTAURER_PIECES_HIST.
    MOVE 0 TO Wr-pieces
    MOVE Wfe_idEnq TO Wfpi_idEnq
    PERFORM DETERMINER_LIEU_CHEF

    MOVE 0 TO Wfin3
    OPEN I-O fpiecesHist
    OPEN I-O fpieces
    PERFORM UNTIL Wfin3 = 1
        READ fpiecesHist NEXT
        AT END
            MOVE 1 TO Wfin3
        NOT AT END
            IF fph_idEnq = Wfe_idEnq
                MOVE piecesHistTampon TO pieceTampon
                *> une piece restituee ou detruite sur ordonnance
                *> ne reprend pas de place en box
                MOVE fpi_idPiece TO Wfpi_idPiece
                PERFORM TESTER_PIECE_DISPOSEE
                IF Wdisposee = 0
                    PERFORM TROUVER_BOX_DISPONIBLE
                    MOVE Wfb_idBox TO fpi_idBox
                END-IF
                WRITE pieceTampon
                    INVALID KEY
                        DISPLAY "fpieces : doublon de cle "fpi_idPiece
                END-WRITE
                DELETE fpiecesHist
                ADD 1 TO Wr-pieces
            END-IF
    END-PERFORM
    CLOSE fpieces
    CLOSE fpiecesHist
.

*> liens rattaches directement a l'enquete, ou a l'un de ses crimes
*> (deja restaures dans fcrimes par RESTAURER_CRIMES_HIST)
RESTAURER_LIENS_HIST.
    MOVE 0 TO Wr-liens
    MOVE 0 TO Wfin3
    OPEN I-O fliensHist
    OPEN I-O fliens
    OPEN INPUT fcrimes
    PERFORM UNTIL Wfin3 = 1
        READ fliensHist NEXT
        AT END
            MOVE 1 TO Wfin3
        NOT AT END
            MOVE 0 TO Wtrouve2
            IF flh_idEnq = Wfe_idEnq
                MOVE 1 TO Wtrouve2
            ELSE
                IF flh_idCrime NOT = 0
                    MOVE flh_idCrime TO fc_idCrime
                    READ fcrimes
                        NOT INVALID KEY
                            IF fc_idEnquetes = Wfe_idEnq
                                MOVE 1 TO Wtrouve2
                            END-IF
                    END-READ
                END-IF
            END-IF
            IF Wtrouve2 = 1
                MOVE liensHistTampon TO lienTampon
                WRITE lienTampon
                    INVALID KEY
                        DISPLAY "fliens : doublon de cle "fl_idLien
                END-WRITE
                DELETE fliensHist
                ADD 1 TO Wr-liens
            END-IF
    END-PERFORM
    CLOSE fcrimes
    CLOSE fliens
    CLOSE fliensHist
.

*>-----------------------------------------------------------------
*> Transfert d'une enquete a un autre service (dessaisissement au
*> profit d'une autre juridiction). Le paquet transfert.dat est
*> auto-descriptif : chaque ligne porte le nom du fichier d'origine
*> puis l'image de l'enregistrement, entre une ENTETE (enquete,
*> service et chef d'origine, date) et une FIN portant le compte des
*> lignes. Les lignes se suivent dans l'ordre enquete, crimes,
*> boxes, pieces, ordonnances, analyses, mouvements, personnes,
*> alias, liens, actes, audiences : chaque enregistrement y vient
*> apres ceux auxquels il renvoie. Chez l'expediteur l'enquete est
*> archivee au statut "transf" et ses pieces quittent leurs boxes ;
*> chez le destinataire chaque enregistrement recoit un nouveau
*> numero de ses propres compteurs et les renvois sont traduits
*>-----------------------------------------------------------------
TRANSFERER_ENQUETE.
    DISPLAY "Numero de l'enquete a transferer :"
    ACCEPT Wtf-idEnq
    MOVE Wtf-idEnq TO fe_idEnq

    MOVE 0 TO Wtf-ok
    OPEN INPUT fenquetes
    READ fenquetes
        INVALID KEY
            DISPLAY "Enquete introuvable ou deja archivee."
        NOT INVALID KEY
            MOVE 1 TO Wtf-ok
            MOVE fe_matrChef TO Wtf-chef
    END-READ
    CLOSE fenquetes

    *> l'archive de depart ne doit pas deja exister sous ce numero
    IF Wtf-ok = 1
        MOVE Wtf-idEnq TO far_idArchi
        OPEN INPUT farchives
        READ farchives
            NOT INVALID KEY
                DISPLAY "Une archive existe deja pour l'enquete "Wtf-idEnq" : transfert impossible."
                MOVE 0 TO Wtf-ok
        END-READ
        CLOSE farchives
    END-IF

    IF Wtf-ok = 1
        PERFORM PREPARER_TRANSFERT
    END-IF

    IF Wtf-ok = 1
        DISPLAY "Enquete "Wtf-idEnq" : "Wtf-n-crimes" crime(s), "Wtf-n-pieces" piece(s), "Wtf-n-pers" personne(s) liee(s)."
        DISPLAY "Service destinataire :"
        ACCEPT Wtf-destination
        DISPLAY "L'enquete sera archivee ici au statut transf et ses pieces sortiront de leurs boxes."
        DISPLAY "Confirmer le transfert ? 1:OUI, 0:NON"
        ACCEPT Wdecision
        IF Wdecision = 1
            PERFORM ECRIRE_PAQUET_TRANSFERT
            PERFORM CLORE_ENQUETE_TRANSFEREE
            DISPLAY "Paquet transfert.dat etabli : "Wtf-compte" enregistrement(s)."
        END-IF
    END-IF
.

*> releve des crimes, des pieces (et de leurs boxes) et des personnes
*> liees a l'enquete Wtf-idEnq dans la table de transfert ; Wtf-ok
*> tombe a 0 si une piece est sortie de sa box ou si la table deborde
PREPARER_TRANSFERT.
    MOVE 0 TO Wtf-nb
    MOVE 0 TO Wtf-sature
    MOVE 0 TO Wtf-n-crimes
    MOVE 0 TO Wtf-n-pieces
    MOVE 0 TO Wtf-n-pers

    MOVE 0 TO Wtf-fin
    OPEN INPUT fcrimes
    PERFORM UNTIL Wtf-fin = 1
        READ fcrimes NEXT
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            IF fc_idEnquetes = Wtf-idEnq
                MOVE "C" TO Wtf-type-ch
                MOVE fc_idCrime TO Wtf-id-ch
                MOVE 0 TO Wtf-val-ch
                PERFORM RETENIR_TRANSFERT
                ADD 1 TO Wtf-n-crimes
            END-IF
    END-PERFORM
    CLOSE fcrimes

    MOVE 0 TO Wtf-fin
    OPEN INPUT fpieces
    MOVE Wtf-idEnq TO fpi_idEnq
    START fpieces KEY = fpi_idEnq
        INVALID KEY
            MOVE 1 TO Wtf-fin
    END-START
    PERFORM UNTIL Wtf-fin = 1
        READ fpieces NEXT
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            IF fpi_idEnq NOT = Wtf-idEnq
                MOVE 1 TO Wtf-fin
            ELSE
                PERFORM RETENIR_PIECE_TRANSFERT
            END-IF
    END-PERFORM
    CLOSE fpieces

    MOVE 0 TO Wtf-fin
    OPEN INPUT fliens
    PERFORM UNTIL Wtf-fin = 1
        READ fliens NEXT
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            PERFORM TESTER_LIEN_TRANSFERT
            IF Wtf-trouve = 1
                MOVE "H" TO Wtf-type-ch
                MOVE fl_idPers TO Wtf-id-ch
                PERFORM CHERCHER_TRANSFERT
                IF Wtf-trouve = 0
                    MOVE 0 TO Wtf-val-ch
                    PERFORM RETENIR_TRANSFERT
                    ADD 1 TO Wtf-n-pers
                END-IF
            END-IF
    END-PERFORM
    CLOSE fliens

    IF Wtf-sature = 1
        DISPLAY "Dossier trop volumineux pour un paquet de transfert ("Wtf-max" elements au plus)."
        MOVE 0 TO Wtf-ok
    END-IF
.

*> piece courante de fpieces : retenue avec sa box, sa box retenue
*> une seule fois ; une piece sortie (laboratoire, audience) doit
*> etre reintegree avant que le dossier ne parte
RETENIR_PIECE_TRANSFERT.
    ADD 1 TO Wtf-n-pieces
    MOVE fpi_idPiece TO Wfpi_idPiece
    MOVE fpi_idBox TO Wfb_idBox
    MOVE "P" TO Wtf-type-ch
    MOVE fpi_idPiece TO Wtf-id-ch
    MOVE fpi_idBox TO Wtf-val-ch
    PERFORM RETENIR_TRANSFERT

    IF Wfb_idBox NOT = 0
        MOVE "B" TO Wtf-type-ch
        MOVE Wfb_idBox TO Wtf-id-ch
        PERFORM CHERCHER_TRANSFERT
        IF Wtf-trouve = 0
            MOVE 0 TO Wtf-val-ch
            PERFORM RETENIR_TRANSFERT
        END-IF
    END-IF

    PERFORM TESTER_PIECE_SORTIE
    IF Wsortie = 1
        DISPLAY "Piece "Wfpi_idPiece" sortie de sa box (mouvement "Wfm_idMouv") : la reintegrer avant le transfert."
        MOVE 0 TO Wtf-ok
    END-IF
.

*> le lien courant de fliens appartient-il a l'enquete transferee,
*> directement ou par l'un de ses crimes ? (Wtf-trouve)
TESTER_LIEN_TRANSFERT.
    MOVE 0 TO Wtf-trouve
    IF fl_idEnq = Wtf-idEnq
        MOVE 1 TO Wtf-trouve
    ELSE
        IF fl_idCrime NOT = 0
            MOVE "C" TO Wtf-type-ch
            MOVE fl_idCrime TO Wtf-id-ch
            PERFORM CHERCHER_TRANSFERT
        END-IF
    END-IF
.

RETENIR_TRANSFERT.
    IF Wtf-nb < Wtf-max
        ADD 1 TO Wtf-nb
        MOVE Wtf-type-ch TO Wtf-type(Wtf-nb)
        MOVE Wtf-id-ch TO Wtf-id(Wtf-nb)
        MOVE Wtf-val-ch TO Wtf-val(Wtf-nb)
    ELSE
        MOVE 1 TO Wtf-sature
    END-IF
.

*> entree de type Wtf-type-ch et de numero Wtf-id-ch dans la table de
*> transfert (Wtf-trouve, Wtf-val-ch)
CHERCHER_TRANSFERT.
    MOVE 0 TO Wtf-trouve
    MOVE 1 TO Wtf-ix
    PERFORM UNTIL Wtf-trouve = 1 OR Wtf-ix > Wtf-nb
        IF Wtf-type(Wtf-ix) = Wtf-type-ch
                AND Wtf-id(Wtf-ix) = Wtf-id-ch
            MOVE 1 TO Wtf-trouve
            MOVE Wtf-val(Wtf-ix) TO Wtf-val-ch
        ELSE
            ADD 1 TO Wtf-ix
        END-IF
    END-PERFORM
.

ECRIRE_PAQUET_TRANSFERT.
    MOVE 0 TO Wtf-compte
    OPEN OUTPUT ftransfert

    MOVE Wtf-chef TO fa_matr
    OPEN INPUT fagents
    READ fagents
        INVALID KEY
            MOVE SPACES TO Wte-chef-nom
            MOVE SPACES TO Wte-chef-prenom
            MOVE SPACES TO Wte-service
        NOT INVALID KEY
            MOVE fa_nom TO Wte-chef-nom
            MOVE fa_prenom TO Wte-chef-prenom
            MOVE fa_lieuServ TO Wte-service
    END-READ
    CLOSE fagents
    MOVE "TRANSF01" TO Wte-format
    MOVE Wtf-idEnq TO Wte-idEnq
    ACCEPT Wte-date FROM DATE YYYYMMDD
    ACCEPT Wte-heure FROM TIME
    MOVE Wop-matr TO Wte-matr
    MOVE Wtf-chef TO Wte-chef
    MOVE Wtf-destination TO Wte-destination
    MOVE "ENTETE" TO ftr_type
    MOVE Wtf-entete TO ftr_donnees
    WRITE trfTampon

    MOVE Wtf-idEnq TO fe_idEnq
    OPEN INPUT fenquetes
    READ fenquetes
        NOT INVALID KEY
            MOVE "fenquetes" TO ftr_type
            MOVE enqTampon TO ftr_donnees
            PERFORM ECRIRE_LIGNE_TRANSFERT
    END-READ
    CLOSE fenquetes

    OPEN INPUT fcrimes
    PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
        IF Wtf-type(Wtf-jx) = "C"
            MOVE Wtf-id(Wtf-jx) TO fc_idCrime
            READ fcrimes
                NOT INVALID KEY
                    MOVE "fcrimes" TO ftr_type
                    MOVE crimesTampon TO ftr_donnees
                    PERFORM ECRIRE_LIGNE_TRANSFERT
            END-READ
        END-IF
    END-PERFORM
    CLOSE fcrimes

    OPEN INPUT fboxes
    PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
        IF Wtf-type(Wtf-jx) = "B"
            MOVE Wtf-id(Wtf-jx) TO fb_idBox
            READ fboxes
                NOT INVALID KEY
                    MOVE "fboxes" TO ftr_type
                    MOVE boxTampon TO ftr_donnees
                    PERFORM ECRIRE_LIGNE_TRANSFERT
            END-READ
        END-IF
    END-PERFORM
    CLOSE fboxes

    OPEN INPUT fpieces
    PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
        IF Wtf-type(Wtf-jx) = "P"
            MOVE Wtf-id(Wtf-jx) TO fpi_idPiece
            READ fpieces
                NOT INVALID KEY
                    MOVE "fpieces" TO ftr_type
                    MOVE pieceTampon TO ftr_donnees
                    PERFORM ECRIRE_LIGNE_TRANSFERT
            END-READ
        END-IF
    END-PERFORM
    CLOSE fpieces

    OPEN INPUT fordonnances
    PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
        IF Wtf-type(Wtf-jx) = "P"
            MOVE Wtf-id(Wtf-jx) TO fo_idPiece
            READ fordonnances
                NOT INVALID KEY
                    MOVE "fordonnances" TO ftr_type
                    MOVE ordTampon TO ftr_donnees
                    PERFORM ECRIRE_LIGNE_TRANSFERT
            END-READ
        END-IF
    END-PERFORM
    CLOSE fordonnances

    OPEN INPUT fanalyses
    PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
        IF Wtf-type(Wtf-jx) = "P"
            MOVE Wtf-id(Wtf-jx) TO Wfpi_idPiece
            PERFORM ECRIRE_ANALYSES_TRANSFERT
        END-IF
    END-PERFORM
    CLOSE fanalyses

    OPEN INPUT fmouvements
    PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
        IF Wtf-type(Wtf-jx) = "P"
            MOVE Wtf-id(Wtf-jx) TO Wfpi_idPiece
            PERFORM ECRIRE_MOUVEMENTS_TRANSFERT
        END-IF
    END-PERFORM
    CLOSE fmouvements

    OPEN INPUT fpersonnes
    PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
        IF Wtf-type(Wtf-jx) = "H"
            MOVE Wtf-id(Wtf-jx) TO fp_idPers
            READ fpersonnes
                NOT INVALID KEY
                    MOVE "fpersonnes" TO ftr_type
                    MOVE persTampon TO ftr_donnees
                    PERFORM ECRIRE_LIGNE_TRANSFERT
            END-READ
        END-IF
    END-PERFORM
    CLOSE fpersonnes

    OPEN INPUT falias
    PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
        IF Wtf-type(Wtf-jx) = "H"
            MOVE Wtf-id(Wtf-jx) TO Wal-idPers
            PERFORM ECRIRE_ALIAS_TRANSFERT
        END-IF
    END-PERFORM
    CLOSE falias

    MOVE 0 TO Wtf-fin
    OPEN INPUT fliens
    PERFORM UNTIL Wtf-fin = 1
        READ fliens NEXT
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            PERFORM TESTER_LIEN_TRANSFERT
            IF Wtf-trouve = 1
                MOVE "fliens" TO ftr_type
                MOVE lienTampon TO ftr_donnees
                PERFORM ECRIRE_LIGNE_TRANSFERT
            END-IF
    END-PERFORM
    CLOSE fliens

    MOVE 0 TO Wtf-fin
    OPEN INPUT factes
    MOVE Wtf-idEnq TO fac_idEnq
    START factes KEY = fac_idEnq
        INVALID KEY
            MOVE 1 TO Wtf-fin
    END-START
    PERFORM UNTIL Wtf-fin = 1
        READ factes NEXT
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            IF fac_idEnq NOT = Wtf-idEnq
                MOVE 1 TO Wtf-fin
            ELSE
                MOVE "factes" TO ftr_type
                MOVE acteTampon TO ftr_donnees
                PERFORM ECRIRE_LIGNE_TRANSFERT
            END-IF
    END-PERFORM
    CLOSE factes

    OPEN INPUT faudiences
    PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
        IF Wtf-type(Wtf-jx) = "C"
            MOVE Wtf-id(Wtf-jx) TO Wfl_idCrime
            PERFORM ECRIRE_AUDIENCES_TRANSFERT
        END-IF
    END-PERFORM
    CLOSE faudiences

    MOVE "FIN" TO ftr_type
    MOVE Wtf-compte TO Wtp-compte
    MOVE Wtf-pied TO ftr_donnees
    WRITE trfTampon
    CLOSE ftransfert
.

ECRIRE_LIGNE_TRANSFERT.
    WRITE trfTampon
    ADD 1 TO Wtf-compte
.

*> analyses de la piece Wfpi_idPiece (fanalyses deja ouvert)
ECRIRE_ANALYSES_TRANSFERT.
    MOVE 0 TO Wtf-fin
    MOVE Wfpi_idPiece TO fan_idPiece
    START fanalyses KEY = fan_idPiece
        INVALID KEY
            MOVE 1 TO Wtf-fin
    END-START
    PERFORM UNTIL Wtf-fin = 1
        READ fanalyses NEXT
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            IF fan_idPiece NOT = Wfpi_idPiece
                MOVE 1 TO Wtf-fin
            ELSE
                MOVE "fanalyses" TO ftr_type
                MOVE analyseTampon TO ftr_donnees
                PERFORM ECRIRE_LIGNE_TRANSFERT
            END-IF
    END-PERFORM
.

*> chaine de garde de la piece Wfpi_idPiece (fmouvements deja ouvert)
ECRIRE_MOUVEMENTS_TRANSFERT.
    MOVE 0 TO Wtf-fin
    MOVE Wfpi_idPiece TO fm_idPiece
    START fmouvements KEY = fm_idPiece
        INVALID KEY
            MOVE 1 TO Wtf-fin
    END-START
    PERFORM UNTIL Wtf-fin = 1
        READ fmouvements NEXT
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            IF fm_idPiece NOT = Wfpi_idPiece
                MOVE 1 TO Wtf-fin
            ELSE
                MOVE "fmouvements" TO ftr_type
                MOVE mouvTampon TO ftr_donnees
                PERFORM ECRIRE_LIGNE_TRANSFERT
            END-IF
    END-PERFORM
.

*> autres identites de la personne Wal-idPers (falias deja ouvert)
ECRIRE_ALIAS_TRANSFERT.
    MOVE 0 TO Wtf-fin
    MOVE Wal-idPers TO fal_idPers
    START falias KEY = fal_idPers
        INVALID KEY
            MOVE 1 TO Wtf-fin
    END-START
    PERFORM UNTIL Wtf-fin = 1
        READ falias NEXT
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            IF fal_idPers NOT = Wal-idPers
                MOVE 1 TO Wtf-fin
            ELSE
                MOVE "falias" TO ftr_type
                MOVE aliasTampon TO ftr_donnees
                PERFORM ECRIRE_LIGNE_TRANSFERT
            END-IF
    END-PERFORM
.

*> audiences du crime Wfl_idCrime (faudiences deja ouvert)
ECRIRE_AUDIENCES_TRANSFERT.
    MOVE 0 TO Wtf-fin
    MOVE Wfl_idCrime TO fau_idCrime
    START faudiences KEY = fau_idCrime
        INVALID KEY
            MOVE 1 TO Wtf-fin
    END-START
    PERFORM UNTIL Wtf-fin = 1
        READ faudiences NEXT
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            IF fau_idCrime NOT = Wfl_idCrime
                MOVE 1 TO Wtf-fin
            ELSE
                MOVE "faudiences" TO ftr_type
                MOVE audTampon TO ftr_donnees
                PERFORM ECRIRE_LIGNE_TRANSFERT
            END-IF
    END-PERFORM
.

*> l'enquete quitte les dossiers vivants de l'expediteur : archive au
*> statut "transf" (cloture a la date du jour, reouverture refusee)
*> et places de box liberees, les pieces partant avec le dossier
CLORE_ENQUETE_TRANSFEREE.
    MOVE 0 TO Wjournaliser
    MOVE Wtf-idEnq TO fe_idEnq
    OPEN I-O fenquetes
    READ fenquetes
        INVALID KEY
            DISPLAY "Enquete introuvable."
        NOT INVALID KEY
            MOVE fe_idEnq TO far_idArchi
            MOVE fe_dateDeb TO far_dateDeb
            MOVE fe_matrChef TO far_chef
            MOVE "transf" TO far_status
            ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
            MOVE Wdjs-jour TO Wdf-jour
            MOVE Wdjs-mois TO Wdf-mois
            MOVE Wdjs-annee TO Wdf-annee
            MOVE "/" TO Wdf-sep1
            MOVE "/" TO Wdf-sep2
            MOVE Wdate-fr TO far_dateClot

            OPEN I-O farchives
            WRITE archTampon
                INVALID KEY
                    DISPLAY "Archive deja existante pour cette enquete : enquete laissee ouverte."
                NOT INVALID KEY
                    MOVE enqTampon TO Wfj_avant
                    MOVE archTampon TO Wfj_apres2
                    MOVE 1 TO Wjournaliser
                    DELETE fenquetes
            END-WRITE
            CLOSE farchives
    END-READ
    CLOSE fenquetes

    IF Wjournaliser = 1
        MOVE "fenquetes" TO Wfj_fichier
        MOVE Wtf-idEnq TO Wfj_cle
        MOVE "SUPPR" TO Wfj_operation
        MOVE SPACES TO Wfj_apres
        PERFORM ECRIRE_JOURNAL
        MOVE "farchives" TO Wfj_fichier
        MOVE "AJOUT" TO Wfj_operation
        MOVE SPACES TO Wfj_avant
        MOVE Wfj_apres2 TO Wfj_apres
        PERFORM ECRIRE_JOURNAL

        PERFORM VARYING Wtf-jx FROM 1 BY 1 UNTIL Wtf-jx > Wtf-nb
            IF Wtf-type(Wtf-jx) = "P" AND Wtf-val(Wtf-jx) NOT = 0
                MOVE Wtf-id(Wtf-jx) TO Wfpi_idPiece
                MOVE Wtf-val(Wtf-jx) TO Wfb_idBox
                PERFORM RETIRER_PIECE_DISPOSEE
            END-IF
        END-PERFORM
    END-IF
.

*>-----------------------------------------------------------------
*> Reception d'un paquet de transfert : le paquet est valide de bout
*> en bout avant toute ecriture, puis chaque ligne est reprise sous
*> un numero tire des compteurs locaux. La table de correspondance
*> (ancien -> nouveau) traduit les renvois au fil de la lecture ; les
*> personnes deja connues ici (nom, prenom, date de naissance, alias
*> compris) peuvent etre rattachees a leur fiche locale. Le rapport
*> transfert-reception.txt donne les anciens et nouveaux numeros
*>-----------------------------------------------------------------
RECEVOIR_TRANSFERT.
    PERFORM VALIDER_PAQUET_TRANSFERT

    IF Wtf-ok = 1
        DISPLAY "Paquet de transfert : enquete "Wte-idEnq" du service "Wte-service
        DISPLAY "Chef d'origine "Wte-chef" "Wte-chef-nom" "Wte-chef-prenom" - etabli le "Wte-date" - "Wtf-compte" enregistrement(s)."
        *> un meme paquet n'est recu qu'une fois
        MOVE SPACES TO Wfrp-cle
        STRING "TRF" Wte-idEnq Wte-date DELIMITED SIZE INTO Wfrp-cle
        PERFORM LIRE_ETAPE_REPRISE
        IF Wtrouve2 = 1
            DISPLAY "Ce paquet a deja ete recu : enquete locale "Wfrp-valeur"."
            MOVE 0 TO Wtf-ok
        END-IF
    END-IF

    IF Wtf-ok = 1
        PERFORM SAISIR_CHEF_TRANSFERT
    END-IF

    IF Wtf-ok = 1
        DISPLAY "Confirmer la reception ? 1:OUI, 0:NON"
        ACCEPT Wdecision
        IF Wdecision = 1
            PERFORM CHARGER_PAQUET_TRANSFERT
            IF Wtf-nouv-enq NOT = 0
                MOVE SPACES TO Wfrp-cle
                STRING "TRF" Wte-idEnq Wte-date DELIMITED SIZE
                    INTO Wfrp-cle
                MOVE Wtf-nouv-enq TO Wfrp-valeur
                PERFORM MARQUER_ETAPE_REPRISE
                DISPLAY "Enquete recue sous le numero "Wtf-nouv-enq" - rapport transfert-reception.txt"
            ELSE
                DISPLAY "Enquete non reprise - voir transfert-reception.txt"
            END-IF
        END-IF
    END-IF
.

*> entete reconnue en tete, une seule enquete placee avant tout le
*> reste, des noms de fichiers connus et une fin dont le compte
*> correspond (Wtf-ok, entete dans Wtf-entete)
VALIDER_PAQUET_TRANSFERT.
    MOVE 0 TO Wtf-ok
    MOVE 0 TO Wtf-compte
    MOVE 0 TO Wtf-n-enq
    MOVE 0 TO Wtf-pied-lu
    MOVE 1 TO Wtf-valide
    OPEN INPUT ftransfert
    IF ftrf_stat NOT = 00
        DISPLAY "Paquet de transfert transfert.dat introuvable."
    ELSE
        READ ftransfert
            AT END
                MOVE 0 TO Wtf-valide
            NOT AT END
                IF ftr_type = "ENTETE"
                    MOVE ftr_donnees TO Wtf-entete
                    IF Wte-format NOT = "TRANSF01"
                        MOVE 0 TO Wtf-valide
                    END-IF
                ELSE
                    MOVE 0 TO Wtf-valide
                END-IF
        END-READ

        MOVE 0 TO Wtf-fin
        PERFORM UNTIL Wtf-fin = 1 OR Wtf-valide = 0
            READ ftransfert
            AT END
                MOVE 1 TO Wtf-fin
            NOT AT END
                PERFORM CONTROLER_LIGNE_TRANSFERT
        END-PERFORM
        CLOSE ftransfert

        IF Wtf-pied-lu = 0 OR Wtf-n-enq NOT = 1
            MOVE 0 TO Wtf-valide
        END-IF
        IF Wtf-valide = 1
            MOVE 1 TO Wtf-ok
        ELSE
            DISPLAY "Paquet de transfert incomplet ou illisible : reception refusee."
        END-IF
    END-IF
.

CONTROLER_LIGNE_TRANSFERT.
    IF Wtf-pied-lu = 1
        *> rien ne doit suivre la fin du paquet
        MOVE 0 TO Wtf-valide
    ELSE
        EVALUATE ftr_type
            WHEN "FIN"
                MOVE 1 TO Wtf-pied-lu
                MOVE ftr_donnees TO Wtf-pied
                IF Wtp-compte NOT = Wtf-compte
                    MOVE 0 TO Wtf-valide
                END-IF
            WHEN "fenquetes"
                ADD 1 TO Wtf-n-enq
                ADD 1 TO Wtf-compte
            WHEN "fcrimes"
            WHEN "fboxes"
            WHEN "fpieces"
            WHEN "fordonnances"
            WHEN "fanalyses"
            WHEN "fmouvements"
            WHEN "fpersonnes"
            WHEN "falias"
            WHEN "fliens"
            WHEN "factes"
            WHEN "faudiences"
                IF Wtf-n-enq = 0
                    MOVE 0 TO Wtf-valide
                END-IF
                ADD 1 TO Wtf-compte
            WHEN OTHER
                MOVE 0 TO Wtf-valide
        END-EVALUATE
    END-IF
.

*> chef d'enquete designe par le service destinataire : un agent
*> connu ici et toujours en fonction (Wtf-chef, Wtf-ok)
SAISIR_CHEF_TRANSFERT.
    DISPLAY "Matricule du chef d'enquete local (vide = "Wop-matr") :"
    ACCEPT Wtf-chef
    IF Wtf-chef = SPACES
        MOVE Wop-matr TO Wtf-chef
    END-IF
    MOVE Wtf-chef TO fa_matr
    OPEN INPUT fagents
    READ fagents
        INVALID KEY
            DISPLAY "Agent "Wtf-chef" introuvable : reception abandonnee."
            MOVE 0 TO Wtf-ok
        NOT INVALID KEY
            IF fa_statut = "D"
                DISPLAY "Agent "Wtf-chef" parti du service : reception abandonnee."
                MOVE 0 TO Wtf-ok
            END-IF
    END-READ
    CLOSE fagents
.

CHARGER_PAQUET_TRANSFERT.
    MOVE 0 TO Wtf-nb
    MOVE 0 TO Wtf-sature
    MOVE 0 TO Wtf-nouv-enq
    MOVE 0 TO Wtf-n-crimes
    MOVE 0 TO Wtf-n-pieces
    MOVE 0 TO Wtf-n-sans-box
    MOVE 0 TO Wtf-n-pers
    MOVE 0 TO Wtf-n-existantes
    MOVE 0 TO Wtf-n-alias
    MOVE 0 TO Wtf-n-liens
    MOVE 0 TO Wtf-n-actes
    MOVE 0 TO Wtf-n-analyses
    MOVE 0 TO Wtf-n-mouv
    MOVE 0 TO Wtf-n-aud
    MOVE 0 TO Wtf-n-ord
    MOVE 0 TO Wtf-n-rejets

    PERFORM ECRIRE_ENTETE_RECEPTION
    MOVE 0 TO Wtf-fin
    OPEN INPUT ftransfert
    PERFORM UNTIL Wtf-fin = 1
        READ ftransfert
        AT END
            MOVE 1 TO Wtf-fin
        NOT AT END
            EVALUATE ftr_type
                WHEN "fenquetes"
                    PERFORM RECEVOIR_ENQUETE_TRANSFERT
                    IF Wtf-nouv-enq = 0
                        PERFORM ABANDONNER_RESTE_TRANSFERT
                    END-IF
                WHEN "fcrimes"      PERFORM RECEVOIR_CRIME_TRANSFERT
                WHEN "fboxes"       PERFORM RECEVOIR_BOX_TRANSFERT
                WHEN "fpieces"      PERFORM RECEVOIR_PIECE_TRANSFERT
                WHEN "fordonnances" PERFORM RECEVOIR_ORDONNANCE_TRANSFERT
                WHEN "fanalyses"    PERFORM RECEVOIR_ANALYSE_TRANSFERT
                WHEN "fmouvements"  PERFORM RECEVOIR_MOUVEMENT_TRANSFERT
                WHEN "fpersonnes"   PERFORM RECEVOIR_PERSONNE_TRANSFERT
                WHEN "falias"       PERFORM RECEVOIR_ALIAS_TRANSFERT
                WHEN "fliens"       PERFORM RECEVOIR_LIEN_TRANSFERT
                WHEN "factes"       PERFORM RECEVOIR_ACTE_TRANSFERT
                WHEN "faudiences"   PERFORM RECEVOIR_AUDIENCE_TRANSFERT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-PERFORM
    CLOSE ftransfert
    PERFORM ECRIRE_PIED_RECEPTION
.

*> enquete non reprise : rien ne peut plus y etre rattache, la lecture
*> s'arrete et les lignes restantes du paquet (toutes celles comptees
*> par la validation hors l'enquete) sont portees non reprises
ABANDONNER_RESTE_TRANSFERT.
    MOVE 1 TO Wtf-fin
    COMPUTE Wtf-restants = Wtf-compte - 1
    ADD Wtf-restants TO Wtf-n-rejets
    MOVE Wtf-restants TO Wtf-ancien-ed
    MOVE SPACES TO Wtf-ligne
    STRING "Enquete non reprise : " Wtf-ancien-ed
        " ligne(s) suivante(s) non chargee(s)" DELIMITED SIZE
        INTO Wtf-ligne
    WRITE recLigne FROM Wtf-ligne
.

*> nouveau numero pris au compteur local Wtf-compteur (Wnb, Wtrouve2)
ATTRIBUER_ID_TRANSFERT.
    MOVE Wtf-compteur TO Wcpt-nom
    PERFORM PRENDRE_IDENTIFIANT
    IF Wtrouve2 = 1
        MOVE Wcpt-id TO Wnb
    ELSE
        MOVE "NON REPRIS : compteur introuvable" TO Wtf-note
    END-IF
.

*> trace de l'ajout recu ; Wfj_cle et Wfj_apres sont poses par
*> l'appelant
JOURNALISER_RECEPTION.
    MOVE Wtf-rub TO Wfj_fichier
    MOVE "AJOUT" TO Wfj_operation
    MOVE SPACES TO Wfj_avant
    PERFORM ECRIRE_JOURNAL
.

*> correspondance ancien -> nouveau numero retenue pour les renvois
RETENIR_RECEPTION.
    MOVE Wtf-ancien TO Wtf-id-ch
    MOVE Wtf-nouveau TO Wtf-val-ch
    PERFORM RETENIR_TRANSFERT
    IF Wtf-sature = 1
        MOVE "table pleine : renvois non traduits" TO Wtf-note
    END-IF
.

RECEVOIR_ENQUETE_TRANSFERT.
    MOVE "fenquetes" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO enqTampon
    MOVE fe_idEnq TO Wtf-ancien
    MOVE "ENQUETES" TO Wtf-compteur
    PERFORM ATTRIBUER_ID_TRANSFERT
    IF Wtrouve2 = 1
        MOVE Wnb TO fe_idEnq
        MOVE Wtf-chef TO fe_matrChef
        MOVE 0 TO Wjournaliser
        OPEN I-O fenquetes
        WRITE enqTampon
            INVALID KEY
                MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fenquetes
        IF Wjournaliser = 1
            MOVE fe_idEnq TO Wtf-nouv-enq
            MOVE fe_idEnq TO Wtf-nouveau
            MOVE fe_idEnq TO Wfj_cle
            MOVE enqTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            MOVE SPACES TO Wtf-note
            STRING "chef local " Wtf-chef DELIMITED SIZE
                INTO Wtf-note
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

RECEVOIR_CRIME_TRANSFERT.
    MOVE "fcrimes" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO crimesTampon
    MOVE fc_idCrime TO Wtf-ancien
    MOVE "CRIMES" TO Wtf-compteur
    PERFORM ATTRIBUER_ID_TRANSFERT
    IF Wtrouve2 = 1
        MOVE Wnb TO fc_idCrime
        MOVE Wtf-nouv-enq TO fc_idEnquetes
        MOVE 0 TO Wjournaliser
        OPEN I-O fcrimes
        WRITE crimesTampon
            INVALID KEY
                MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fcrimes
        IF Wjournaliser = 1
            MOVE fc_idCrime TO Wtf-nouveau
            MOVE fc_idCrime TO Wfj_cle
            MOVE crimesTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            ADD 1 TO Wtf-n-crimes
            MOVE "C" TO Wtf-type-ch
            PERFORM RETENIR_RECEPTION
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

*> les boxes de l'expediteur ne sont pas reprises : elles sont
*> seulement citees au rapport, les pieces etant rangees ici
RECEVOIR_BOX_TRANSFERT.
    MOVE ftr_donnees TO boxTampon
    MOVE fb_idBox TO Wtf-ancien-ed
    MOVE SPACES TO Wtf-ligne
    STRING "fboxes       " Wtf-ancien-ed "    box d'origine a "
        fb_lieu DELIMITED SIZE INTO Wtf-ligne
    WRITE recLigne FROM Wtf-ligne
.

*> une piece deja restituee ou detruite reste sans box ; les autres
*> sont rangees comme a l'enregistrement (cf. AJOUTER_PIECE)
RECEVOIR_PIECE_TRANSFERT.
    MOVE "fpieces" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO pieceTampon
    MOVE fpi_idPiece TO Wtf-ancien
    MOVE fpi_idBox TO Wtf-box-orig
    MOVE "C" TO Wtf-type-ch
    MOVE fpi_idCrime TO Wtf-id-ch
    PERFORM CHERCHER_TRANSFERT
    MOVE 0 TO Wtrouve2
    IF Wtf-trouve = 0
        MOVE "NON REPRIS : crime absent du paquet" TO Wtf-note
    ELSE
        MOVE Wtf-val-ch TO Wtf-crime-loc
        MOVE "PIECES" TO Wtf-compteur
        PERFORM ATTRIBUER_ID_TRANSFERT
    END-IF

    IF Wtrouve2 = 1
        MOVE Wnb TO Wtf-nouv-id
        MOVE 0 TO Wfb_idBox
        IF Wtf-box-orig NOT = 0
            MOVE Wtf-nouv-enq TO Wfpi_idEnq
            PERFORM DETERMINER_LIEU_CHEF
            PERFORM TROUVER_BOX_DISPONIBLE
        END-IF

        MOVE ftr_donnees TO pieceTampon
        MOVE Wtf-nouv-id TO fpi_idPiece
        MOVE Wfb_idBox TO fpi_idBox
        MOVE Wtf-crime-loc TO fpi_idCrime
        MOVE Wtf-nouv-enq TO fpi_idEnq
        MOVE 0 TO Wjournaliser
        OPEN I-O fpieces
        WRITE pieceTampon
            INVALID KEY
                MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fpieces

        IF Wjournaliser = 1
            MOVE fpi_idPiece TO Wtf-nouveau
            MOVE fpi_idPiece TO Wfj_cle
            MOVE pieceTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            ADD 1 TO Wtf-n-pieces
            MOVE "P" TO Wtf-type-ch
            PERFORM RETENIR_RECEPTION
            IF Wtf-box-orig = 0
                MOVE "sans box (ordonnance executee)" TO Wtf-note
            ELSE
                IF Wfb_idBox = 0
                    MOVE "AUCUNE BOX LIBRE : piece a ranger" TO Wtf-note
                    ADD 1 TO Wtf-n-sans-box
                ELSE
                    MOVE Wtf-box-orig TO Wtf-box-ed
                    MOVE Wfb_idBox TO Wtf-box2-ed
                    STRING "box " Wtf-box-ed " -> box " Wtf-box2-ed
                        DELIMITED SIZE INTO Wtf-note
                END-IF
            END-IF
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

RECEVOIR_ORDONNANCE_TRANSFERT.
    MOVE "fordonnances" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO ordTampon
    MOVE fo_idPiece TO Wtf-ancien
    MOVE "P" TO Wtf-type-ch
    MOVE fo_idPiece TO Wtf-id-ch
    PERFORM CHERCHER_TRANSFERT
    IF Wtf-trouve = 0
        MOVE "NON REPRIS : piece absente du paquet" TO Wtf-note
    ELSE
        *> la box liberee par l'execution est celle de l'expediteur
        MOVE Wtf-val-ch TO fo_idPiece
        MOVE 0 TO fo_idBox
        MOVE 0 TO Wjournaliser
        OPEN I-O fordonnances
        WRITE ordTampon
            INVALID KEY
                MOVE "NON REPRIS : ordonnance deja enregistree" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fordonnances
        IF Wjournaliser = 1
            MOVE fo_idPiece TO Wtf-nouveau
            MOVE fo_idPiece TO Wfj_cle
            MOVE ordTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            ADD 1 TO Wtf-n-ord
            MOVE "ordonnance de la piece" TO Wtf-note
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

RECEVOIR_ANALYSE_TRANSFERT.
    MOVE "fanalyses" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO analyseTampon
    MOVE fan_idAna TO Wtf-ancien
    MOVE "P" TO Wtf-type-ch
    MOVE fan_idPiece TO Wtf-id-ch
    PERFORM CHERCHER_TRANSFERT
    MOVE 0 TO Wtrouve2
    IF Wtf-trouve = 0
        MOVE "NON REPRIS : piece absente du paquet" TO Wtf-note
    ELSE
        MOVE "ANALYSES" TO Wtf-compteur
        PERFORM ATTRIBUER_ID_TRANSFERT
    END-IF
    IF Wtrouve2 = 1
        MOVE Wnb TO fan_idAna
        MOVE Wtf-val-ch TO fan_idPiece
        MOVE 0 TO Wjournaliser
        OPEN I-O fanalyses
        WRITE analyseTampon
            INVALID KEY
                MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fanalyses
        IF Wjournaliser = 1
            MOVE fan_idAna TO Wtf-nouveau
            MOVE fan_idAna TO Wfj_cle
            MOVE analyseTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            ADD 1 TO Wtf-n-analyses
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

RECEVOIR_MOUVEMENT_TRANSFERT.
    MOVE "fmouvements" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO mouvTampon
    MOVE fm_idMouv TO Wtf-ancien
    MOVE "P" TO Wtf-type-ch
    MOVE fm_idPiece TO Wtf-id-ch
    PERFORM CHERCHER_TRANSFERT
    MOVE 0 TO Wtrouve2
    IF Wtf-trouve = 0
        MOVE "NON REPRIS : piece absente du paquet" TO Wtf-note
    ELSE
        MOVE "MOUVMNTS" TO Wtf-compteur
        PERFORM ATTRIBUER_ID_TRANSFERT
    END-IF
    IF Wtrouve2 = 1
        MOVE Wnb TO fm_idMouv
        MOVE Wtf-val-ch TO fm_idPiece
        MOVE 0 TO Wjournaliser
        OPEN I-O fmouvements
        WRITE mouvTampon
            INVALID KEY
                MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fmouvements
        IF Wjournaliser = 1
            MOVE fm_idMouv TO Wtf-nouveau
            MOVE fm_idMouv TO Wfj_cle
            MOVE mouvTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            ADD 1 TO Wtf-n-mouv
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

*> une personne deja connue ici peut etre rattachee a sa fiche
*> locale plutot que d'y creer un doublon
RECEVOIR_PERSONNE_TRANSFERT.
    MOVE "fpersonnes" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO persTampon
    MOVE fp_idPers TO Wtf-ancien
    MOVE fp_nom TO Wfp_nom
    MOVE fp_prenom TO Wfp_prenom
    MOVE fp_dateNaissance TO Wfp_dateNaissance
    PERFORM CHERCHER_PERSONNE_LOCALE

    MOVE 0 TO Wtf-rattacher
    IF Wtf-pers-local NOT = 0
        DISPLAY "Personne "Wtf-ancien" "Wfp_nom" "Wfp_prenom" nee le "Wfp_dateNaissance
        DISPLAY "  deja connue ici sous le numero "Wtf-pers-local"."
        DISPLAY "Rattacher le dossier a cette fiche ? 1:OUI, 0:NON (nouvelle fiche)"
        ACCEPT Wtf-rattacher
    END-IF

    IF Wtf-rattacher = 1
        MOVE Wtf-pers-local TO Wtf-nouveau
        MOVE "fiche locale existante" TO Wtf-note
        ADD 1 TO Wtf-n-existantes
        MOVE "H" TO Wtf-type-ch
        PERFORM RETENIR_RECEPTION
    ELSE
        MOVE "PERSONNE" TO Wtf-compteur
        PERFORM ATTRIBUER_ID_TRANSFERT
        IF Wtrouve2 = 1
            MOVE ftr_donnees TO persTampon
            MOVE Wnb TO fp_idPers
            MOVE 0 TO Wjournaliser
            OPEN I-O fpersonnes
            WRITE persTampon
                INVALID KEY
                    MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
                NOT INVALID KEY
                    MOVE 1 TO Wjournaliser
            END-WRITE
            CLOSE fpersonnes
            IF Wjournaliser = 1
                MOVE fp_idPers TO Wtf-nouveau
                MOVE fp_idPers TO Wfj_cle
                MOVE persTampon TO Wfj_apres
                PERFORM JOURNALISER_RECEPTION
                ADD 1 TO Wtf-n-pers
                MOVE "fiche creee" TO Wtf-note
                MOVE "H" TO Wtf-type-ch
                PERFORM RETENIR_RECEPTION
            END-IF
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

*> fiche locale de meme nom, prenom et date de naissance, ou ayant
*> cette identite parmi ses alias (Wtf-pers-local, 0 si aucune)
CHERCHER_PERSONNE_LOCALE.
    MOVE 0 TO Wtf-pers-local
    MOVE 0 TO Wfin2
    OPEN INPUT fpersonnes
    PERFORM UNTIL Wfin2 = 1
        READ fpersonnes NEXT
        AT END
            MOVE 1 TO Wfin2
        NOT AT END
            IF fp_nom = Wfp_nom AND fp_prenom = Wfp_prenom
                    AND fp_dateNaissance = Wfp_dateNaissance
                MOVE fp_idPers TO Wtf-pers-local
                MOVE 1 TO Wfin2
            END-IF
    END-PERFORM
    CLOSE fpersonnes

    IF Wtf-pers-local = 0
        MOVE 0 TO Wal-fin
        OPEN INPUT falias
        PERFORM UNTIL Wal-fin = 1
            READ falias NEXT
            AT END
                MOVE 1 TO Wal-fin
            NOT AT END
                IF fal_nom = Wfp_nom AND fal_prenom = Wfp_prenom
                        AND fal_dateNaissance = Wfp_dateNaissance
                    MOVE fal_idPers TO Wtf-pers-local
                    MOVE 1 TO Wal-fin
                END-IF
        END-PERFORM
        CLOSE falias
    END-IF
.

*> un alias deja connu de la fiche locale n'est pas enregistre une
*> seconde fois
RECEVOIR_ALIAS_TRANSFERT.
    MOVE "falias" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO aliasTampon
    MOVE fal_idAlias TO Wtf-ancien
    MOVE fal_nom TO Wfal_nom
    MOVE fal_prenom TO Wfal_prenom
    MOVE fal_dateNaissance TO Wfal_dateNaissance
    MOVE "H" TO Wtf-type-ch
    MOVE fal_idPers TO Wtf-id-ch
    PERFORM CHERCHER_TRANSFERT
    MOVE 0 TO Wtrouve2
    IF Wtf-trouve = 0
        MOVE "NON REPRIS : personne absente du paquet" TO Wtf-note
    ELSE
        MOVE Wtf-val-ch TO Wal-idPers
        PERFORM TESTER_ALIAS_CONNU
        IF Wtf-alias-local NOT = 0
            MOVE Wtf-alias-local TO Wtf-nouveau
            MOVE "identite deja connue ici" TO Wtf-note
        ELSE
            MOVE "ALIAS" TO Wtf-compteur
            PERFORM ATTRIBUER_ID_TRANSFERT
        END-IF
    END-IF
    IF Wtrouve2 = 1
        MOVE ftr_donnees TO aliasTampon
        MOVE Wnb TO fal_idAlias
        MOVE Wal-idPers TO fal_idPers
        MOVE 0 TO Wjournaliser
        OPEN I-O falias
        WRITE aliasTampon
            INVALID KEY
                MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE falias
        IF Wjournaliser = 1
            MOVE fal_idAlias TO Wtf-nouveau
            MOVE fal_idAlias TO Wfj_cle
            MOVE aliasTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            ADD 1 TO Wtf-n-alias
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

*> alias de la personne Wal-idPers portant deja l'identite
*> Wfal_nom / Wfal_prenom / Wfal_dateNaissance (Wtf-alias-local)
TESTER_ALIAS_CONNU.
    MOVE 0 TO Wtf-alias-local
    MOVE 0 TO Wal-fin
    OPEN INPUT falias
    MOVE Wal-idPers TO fal_idPers
    START falias KEY = fal_idPers
        INVALID KEY
            MOVE 1 TO Wal-fin
    END-START
    PERFORM UNTIL Wal-fin = 1
        READ falias NEXT
        AT END
            MOVE 1 TO Wal-fin
        NOT AT END
            IF fal_idPers NOT = Wal-idPers
                MOVE 1 TO Wal-fin
            ELSE
                IF fal_nom = Wfal_nom AND fal_prenom = Wfal_prenom
                        AND fal_dateNaissance = Wfal_dateNaissance
                    MOVE fal_idAlias TO Wtf-alias-local
                    MOVE 1 TO Wal-fin
                END-IF
            END-IF
    END-PERFORM
    CLOSE falias
.

RECEVOIR_LIEN_TRANSFERT.
    MOVE "fliens" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO lienTampon
    MOVE fl_idLien TO Wtf-ancien
    MOVE 0 TO Wtrouve2
    MOVE 0 TO Wtf-crime-loc
    MOVE "H" TO Wtf-type-ch
    MOVE fl_idPers TO Wtf-id-ch
    PERFORM CHERCHER_TRANSFERT
    IF Wtf-trouve = 0
        MOVE "NON REPRIS : personne absente du paquet" TO Wtf-note
    ELSE
        MOVE Wtf-val-ch TO Wfp_idPers
        IF fl_idCrime NOT = 0
            MOVE "C" TO Wtf-type-ch
            MOVE fl_idCrime TO Wtf-id-ch
            PERFORM CHERCHER_TRANSFERT
            MOVE Wtf-val-ch TO Wtf-crime-loc
        END-IF
        IF Wtf-trouve = 0
            MOVE "NON REPRIS : crime absent du paquet" TO Wtf-note
        ELSE
            MOVE "LIENS" TO Wtf-compteur
            PERFORM ATTRIBUER_ID_TRANSFERT
        END-IF
    END-IF
    IF Wtrouve2 = 1
        MOVE ftr_donnees TO lienTampon
        MOVE Wnb TO fl_idLien
        MOVE Wfp_idPers TO fl_idPers
        MOVE Wtf-crime-loc TO fl_idCrime
        IF fl_idEnq NOT = 0
            MOVE Wtf-nouv-enq TO fl_idEnq
        END-IF
        MOVE 0 TO Wjournaliser
        OPEN I-O fliens
        WRITE lienTampon
            INVALID KEY
                MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE fliens
        IF Wjournaliser = 1
            MOVE fl_idLien TO Wtf-nouveau
            MOVE fl_idLien TO Wfj_cle
            MOVE lienTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            ADD 1 TO Wtf-n-liens
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

RECEVOIR_ACTE_TRANSFERT.
    MOVE "factes" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO acteTampon
    MOVE fac_idActe TO Wtf-ancien
    MOVE "ACTES" TO Wtf-compteur
    PERFORM ATTRIBUER_ID_TRANSFERT
    IF Wtrouve2 = 1
        MOVE Wnb TO fac_idActe
        MOVE Wtf-nouv-enq TO fac_idEnq
        MOVE 0 TO Wjournaliser
        OPEN I-O factes
        WRITE acteTampon
            INVALID KEY
                MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE factes
        IF Wjournaliser = 1
            MOVE fac_idActe TO Wtf-nouveau
            MOVE fac_idActe TO Wfj_cle
            MOVE acteTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            ADD 1 TO Wtf-n-actes
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

*> le crime et les pieces a produire sont traduits ; une piece qui
*> n'a pas ete reprise est retiree de la liste
RECEVOIR_AUDIENCE_TRANSFERT.
    MOVE "faudiences" TO Wtf-rub
    MOVE SPACES TO Wtf-note
    MOVE 0 TO Wtf-nouveau
    MOVE ftr_donnees TO audTampon
    MOVE fau_idAud TO Wtf-ancien
    MOVE "C" TO Wtf-type-ch
    MOVE fau_idCrime TO Wtf-id-ch
    PERFORM CHERCHER_TRANSFERT
    MOVE 0 TO Wtrouve2
    IF Wtf-trouve = 0
        MOVE "NON REPRIS : crime absent du paquet" TO Wtf-note
    ELSE
        MOVE Wtf-val-ch TO Wtf-crime-loc
        MOVE "AUDIENCE" TO Wtf-compteur
        PERFORM ATTRIBUER_ID_TRANSFERT
    END-IF
    IF Wtrouve2 = 1
        MOVE ftr_donnees TO audTampon
        MOVE Wnb TO fau_idAud
        MOVE Wtf-crime-loc TO fau_idCrime
        MOVE 0 TO Wtf-manquantes
        PERFORM VARYING Wau-ix FROM 1 BY 1 UNTIL Wau-ix > 10
            IF fau_piece(Wau-ix) NOT = 0
                MOVE "P" TO Wtf-type-ch
                MOVE fau_piece(Wau-ix) TO Wtf-id-ch
                PERFORM CHERCHER_TRANSFERT
                IF Wtf-trouve = 1
                    MOVE Wtf-val-ch TO fau_piece(Wau-ix)
                ELSE
                    MOVE 0 TO fau_piece(Wau-ix)
                    ADD 1 TO Wtf-manquantes
                END-IF
            END-IF
        END-PERFORM
        MOVE 0 TO Wjournaliser
        OPEN I-O faudiences
        WRITE audTampon
            INVALID KEY
                MOVE "NON REPRIS : numero local deja pris" TO Wtf-note
            NOT INVALID KEY
                MOVE 1 TO Wjournaliser
        END-WRITE
        CLOSE faudiences
        IF Wjournaliser = 1
            MOVE fau_idAud TO Wtf-nouveau
            MOVE fau_idAud TO Wfj_cle
            MOVE audTampon TO Wfj_apres
            PERFORM JOURNALISER_RECEPTION
            ADD 1 TO Wtf-n-aud
            IF Wtf-manquantes > 0
                STRING Wtf-manquantes " piece(s) a produire non reprise(s)"
                    DELIMITED SIZE INTO Wtf-note
            END-IF
        END-IF
    END-IF
    PERFORM ECRIRE_LIGNE_RECEPTION
.

ECRIRE_ENTETE_RECEPTION.
    OPEN OUTPUT freception
    MOVE "===============================================" TO Wetat-titre
    WRITE recLigne FROM Wetat-titre
    MOVE "     RECEPTION D'UNE ENQUETE TRANSFEREE" TO Wetat-titre
    WRITE recLigne FROM Wetat-titre
    MOVE "===============================================" TO Wetat-titre
    WRITE recLigne FROM Wetat-titre
    MOVE "Enquete d'origine :" TO We-lib
    MOVE Wte-idEnq TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE SPACES TO Wtf-ligne
    STRING "Service d'origine : " Wte-service DELIMITED SIZE
        INTO Wtf-ligne
    WRITE recLigne FROM Wtf-ligne
    MOVE SPACES TO Wtf-ligne
    STRING "Chef d'origine : " Wte-chef " " Wte-chef-nom " "
        Wte-chef-prenom DELIMITED SIZE INTO Wtf-ligne
    WRITE recLigne FROM Wtf-ligne
    MOVE "Paquet etabli le (AAAAMMJJ) :" TO We-lib
    MOVE Wte-date TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE SPACES TO Wtf-ligne
    STRING "Service destinataire : " Wte-destination DELIMITED SIZE
        INTO Wtf-ligne
    WRITE recLigne FROM Wtf-ligne
    MOVE SPACES TO Wtf-ligne
    STRING "Chef d'enquete local : " Wtf-chef " (recu par "
        Wop-matr ")" DELIMITED SIZE INTO Wtf-ligne
    WRITE recLigne FROM Wtf-ligne
    ACCEPT Wdate-jour-sys FROM DATE YYYYMMDD
    MOVE "Date de reception (AAAAMMJJ) :" TO We-lib
    MOVE Wdate-jour-sys TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "===============================================" TO Wetat-titre
    WRITE recLigne FROM Wetat-titre
    MOVE "Fichier       ancien no    nouveau no  observation" TO Wetat-titre
    WRITE recLigne FROM Wetat-titre
.

*> une ligne par enregistrement recu : ancien numero, nouveau numero
*> (a blanc si non repris) et observation
ECRIRE_LIGNE_RECEPTION.
    IF Wtf-nouveau = 0
        ADD 1 TO Wtf-n-rejets
        IF Wtf-note = SPACES
            MOVE "NON REPRIS" TO Wtf-note
        END-IF
    END-IF
    MOVE Wtf-ancien TO Wtf-ancien-ed
    MOVE Wtf-nouveau TO Wtf-nouveau-ed
    MOVE SPACES TO Wtf-ligne
    STRING Wtf-rub " " Wtf-ancien-ed " -> " Wtf-nouveau-ed "  "
        Wtf-note DELIMITED SIZE INTO Wtf-ligne
    WRITE recLigne FROM Wtf-ligne
.

ECRIRE_PIED_RECEPTION.
    MOVE "===============================================" TO Wetat-titre
    WRITE recLigne FROM Wetat-titre
    MOVE "Nouvelle enquete locale :" TO We-lib
    MOVE Wtf-nouv-enq TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Crimes repris :" TO We-lib
    MOVE Wtf-n-crimes TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Pieces reprises :" TO We-lib
    MOVE Wtf-n-pieces TO We-val
    WRITE recLigne FROM Wetat-ligne
    IF Wtf-n-sans-box > 0
        MOVE "  dont pieces a ranger (aucune box libre) :" TO We-lib
        MOVE Wtf-n-sans-box TO We-val
        WRITE recLigne FROM Wetat-ligne
    END-IF
    MOVE "Personnes creees :" TO We-lib
    MOVE Wtf-n-pers TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Personnes rattachees a une fiche locale :" TO We-lib
    MOVE Wtf-n-existantes TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Alias repris :" TO We-lib
    MOVE Wtf-n-alias TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Liens repris :" TO We-lib
    MOVE Wtf-n-liens TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Actes d'instruction repris :" TO We-lib
    MOVE Wtf-n-actes TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Analyses reprises :" TO We-lib
    MOVE Wtf-n-analyses TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Mouvements de garde repris :" TO We-lib
    MOVE Wtf-n-mouv TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Audiences reprises :" TO We-lib
    MOVE Wtf-n-aud TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Ordonnances reprises :" TO We-lib
    MOVE Wtf-n-ord TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Enregistrements non repris :" TO We-lib
    MOVE Wtf-n-rejets TO We-val
    WRITE recLigne FROM Wetat-ligne
    MOVE "Les actes, mouvements et ordonnances gardent les matricules" TO Wetat-titre
    WRITE recLigne FROM Wetat-titre
    MOVE "des agents du service d'origine." TO Wetat-titre
    WRITE recLigne FROM Wetat-titre
    MOVE "Visa du chef de service :" TO Wetat-titre
    WRITE recLigne FROM Wetat-titre
    CLOSE freception
.

*>-----------------------------------------------------------------
*> Mode automate : les travaux de nuit et du mois (controle
*> d'integrite, export, etat mensuel, purge de retention,
*> prescriptions, rapprochements, resultats du laboratoire,
*> scellement du journal)
*> tournent sans operateur. batch.par porte un ordre par ligne :
*>    JOB=CONTROLE   JOB=EXPORT   JOB=ETAT   JOB=PURGE
*>    JOB=PRESCRIPTION   JOB=RAPPROCHEMENT   JOB=LABO
*>    JOB=SCELLEMENT  (verification du scellement du journal)
*>    MOIS=mm  ANNEE=aaaa  (pour l'etat)   RETENTION=nn (purge)
*>    HORIZON=jours (prescriptions)
*>    JOURS=jours  MOTS=nn  (rapprochements)
*> La trace complete va dans batch.log ; le code retour vaut 0 si
*> tout s'est bien passe, 4 si des anomalies ont ete relevees,
*> 8 si un parametre est invalide ou un travail impossible
    MOVE 0 TO Wb-export
    MOVE 0 TO Wb-etat
    MOVE 0 TO Wb-purge
    MOVE 0 TO Wb-prescription
    MOVE 0 TO Wpr-horizon
    MOVE 0 TO Wb-rapprochement
    MOVE 0 TO Wb-labo
    MOVE 0 TO Wb-scellement
    MOVE 0 TO Wrp-jours-max
    MOVE 0 TO Wrp-mots-min
    MOVE 0 TO Wmois-cible
    MOVE 0 TO Wannee-cible
    MOVE 0 TO Wretention
    MOVE "AUTOM" TO Wop-matr
    MOVE "A" TO Wop-habilit
    MOVE SPACES TO Wop-lieuServ
    MOVE 0 TO Wop-perimetre

    MOVE 0 TO Wfin
    PERFORM UNTIL Wfin = 1
    IF Wb-purge = 1
        PERFORM PURGER_ARCHIVES
    END-IF
    IF Wb-prescription = 1
        PERFORM EDITER_PRESCRIPTIONS
        IF (Wpr-acquises > 0 OR Wpr-sans-cat > 0) AND Wbatch-rc < 4
            MOVE 4 TO Wbatch-rc
        END-IF
    END-IF
    IF Wb-rapprochement = 1
        PERFORM EDITER_RAPPROCHEMENTS
        IF Wrp-tronques > 0 AND Wbatch-rc < 4
            MOVE 4 TO Wbatch-rc
        END-IF
    END-IF
    IF Wb-labo = 1
        PERFORM CHARGER_RESULTATS_LABO
        IF Wlb-absent = 1
            MOVE 8 TO Wbatch-rc
        ELSE
            IF Wlb-rejets > 0 AND Wbatch-rc < 4
                MOVE 4 TO Wbatch-rc
            END-IF
        END-IF
    END-IF
    *> en dernier, pour couvrir les traces ecrites par les travaux
    IF Wb-scellement = 1
        PERFORM VERIFIER_SCEAUX_JOURNAL
        IF Wanomalies > 0 AND Wbatch-rc < 4
            MOVE 4 TO Wbatch-rc
        END-IF
    END-IF

    ACCEPT Wheure-sys FROM TIME
    MOVE SPACES TO Wtrace-ligne
                        MOVE 1 TO Wb-etat
                    WHEN "PURGE"
                        MOVE 1 TO Wb-purge
                    WHEN "PRESCRIPTION"
                        MOVE 1 TO Wb-prescription
                    WHEN "RAPPROCHEMENT"
                        MOVE 1 TO Wb-rapprochement
                    WHEN "LABO"
                        MOVE 1 TO Wb-labo
                    WHEN "SCELLEMENT"
                        MOVE 1 TO Wb-scellement
                    WHEN OTHER
                        MOVE 8 TO Wbatch-rc
                END-EVALUATE
            WHEN "RETENTION"
                PERFORM CONVERTIR_PARAM_NUM
                MOVE Wpar-num TO Wretention
            WHEN "HORIZON"
                PERFORM CONVERTIR_PARAM_NUM
                MOVE Wpar-num TO Wpr-horizon
            WHEN "JOURS"
                PERFORM CONVERTIR_PARAM_NUM
                MOVE Wpar-num TO Wrp-jours-max
            WHEN "MOTS"
                PERFORM CONVERTIR_PARAM_NUM
                MOVE Wpar-num TO Wrp-mots-min
            WHEN OTHER
                MOVE 8 TO Wbatch-rc
        END-EVALUATE
