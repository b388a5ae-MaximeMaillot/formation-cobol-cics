       copy CNOTH.
       copy CENTH.
       copy CDOCH.
       copy CTAUX.
       copy COPPO.
       copy CFRAI.
       copy CAIDE.
       copy CLIBP.
       copy CFINA.
       copy CCFIN.
       copy CSALL.
       copy CRESA.
       copy CINDI.
       copy CREMP.
       copy CPREQ.
       copy CCERT.
       copy CCOMP.
       copy CEVAL.
       copy CROME.
       copy COFFR.
       copy CTUTE.
       copy CEVPL.
       copy CVISI.
       copy CEMPH.
       copy CTRIP.
       copy CACCI.
       copy CRECL.
       copy CRENT.
       copy CPACT.
       copy CMABA.
       copy CABAN.
       copy CTRSF.
       copy CNIR.
       copy CNIRJ.
       copy CDEIN.
       copy CMATE.
       copy CPRMA.
       copy CQSAT.
       copy CRSAT.
       copy CQCTL.
       copy CCORR.
       copy CCAMP.

       01 C-R                     PIC S9(8) COMP.

               perform GESTION-FENTH
             WHEN file-name  = 'FDOCH'
               perform GESTION-FDOCH
             WHEN file-name  = 'FTAUX'
               perform GESTION-FTAUX
             WHEN file-name  = 'FOPPO'
               perform GESTION-FOPPO
             WHEN file-name  = 'FFRAI'
               perform GESTION-FFRAI
             WHEN file-name  = 'FAIDE'
               perform GESTION-FAIDE
             WHEN file-name  = 'FLIBP'
               perform GESTION-FLIBP
             WHEN file-name  = 'FFINA'
               perform GESTION-FFINA
             WHEN file-name  = 'FCFIN'
               perform GESTION-FCFIN
             WHEN file-name  = 'FSALL'
               perform GESTION-FSALL
             WHEN file-name  = 'FRESA'
               perform GESTION-FRESA
             WHEN file-name  = 'FINDI'
               perform GESTION-FINDI
             WHEN file-name  = 'FREMP'
               perform GESTION-FREMP
             WHEN file-name  = 'FPREQ'
               perform GESTION-FPREQ
             WHEN file-name  = 'FCERT'
               perform GESTION-FCERT
             WHEN file-name  = 'FCOMP'
               perform GESTION-FCOMP
             WHEN file-name  = 'FEVAL'
               perform GESTION-FEVAL
             WHEN file-name  = 'FROME'
               perform GESTION-FROME
             WHEN file-name  = 'FOFFR'
               perform GESTION-FOFFR
             WHEN file-name  = 'FTUTE'
               perform GESTION-FTUTE
             WHEN file-name  = 'FEVPL'
               perform GESTION-FEVPL
             WHEN file-name  = 'FVISI'
               perform GESTION-FVISI
             WHEN file-name  = 'FEMPH'
               perform GESTION-FEMPH
             WHEN file-name  = 'FTRIP'
               perform GESTION-FTRIP
             WHEN file-name  = 'FACCI'
               perform GESTION-FACCI
             WHEN file-name  = 'FRECL'
               perform GESTION-FRECL
             WHEN file-name  = 'FRENT'
               perform GESTION-FRENT
             WHEN file-name  = 'FPACT'
               perform GESTION-FPACT
             WHEN file-name  = 'FMABA'
               perform GESTION-FMABA
             WHEN file-name  = 'FABAN'
               perform GESTION-FABAN
             WHEN file-name  = 'FTRSF'
               perform GESTION-FTRSF
             WHEN file-name  = 'FNIR'
               perform GESTION-FNIR
             WHEN file-name  = 'FNIRP'
               perform GESTION-FNIRP
             WHEN file-name  = 'FNIRJ'
               perform GESTION-FNIRJ
             WHEN file-name  = 'FDEIN'
               perform GESTION-FDEIN
             WHEN file-name  = 'FDEIP'
               perform GESTION-FDEIP
             WHEN file-name  = 'FMATE'
               perform GESTION-FMATE
             WHEN file-name  = 'FPRMA'
               perform GESTION-FPRMA
             WHEN file-name  = 'FQSAT'
               perform GESTION-FQSAT
             WHEN file-name  = 'FRSAT'
               perform GESTION-FRSAT
             WHEN file-name  = 'FQCTL'
               perform GESTION-FQCTL
             WHEN file-name  = 'FCORR'
               perform GESTION-FCORR
             WHEN file-name  = 'FCAMP'
               perform GESTION-FCAMP
             WHEN OTHER
               MOVE 1 to has-error
           END-EVALUATE
           END-EVALUATE
           .

       GESTION-FTAUX.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-taux
               EXEC CICS READ
                     FILE('FTAUX11 ')
                     RIDFLD(E-TAU-CLE)
                     INTO(E-TAUX)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-taux to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-taux
               EXEC CICS READ
                     FILE('FTAUX11 ')
                     RIDFLD(E-TAU-CLE)
                     INTO(E-TAUX)
                     RESP(C-R)
               END-EXEC
               move e-taux to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-taux
               EXEC CICS REWRITE
                     FILE('FTAUX11 ')
                     FROM(E-TAUX)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-taux
               EXEC CICS DELETE
                     FILE('FTAUX11 ')
                     RIDFLD(E-TAU-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-taux
               EXEC CICS WRITE
                     FILE('FTAUX11 ')
                     RIDFLD(E-TAU-CLE)
                     FROM(E-TAUX)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-taux
               EXEC CICS STARTBR
                     FILE('FTAUX11 ')
                     RIDFLD(E-TAU-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-taux
               EXEC CICS READNEXT
                     FILE('FTAUX11 ')
                     RIDFLD(E-TAU-CLE)
                     INTO(E-TAUX)
                     RESP(C-R)
               END-EXEC
               move e-taux to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FTAUX11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FOPPO.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-opposition
               EXEC CICS READ
                     FILE('FOPPO11 ')
                     RIDFLD(E-OPP-CLE)
                     INTO(E-OPPOSITION)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-opposition to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-opposition
               EXEC CICS READ
                     FILE('FOPPO11 ')
                     RIDFLD(E-OPP-CLE)
                     INTO(E-OPPOSITION)
                     RESP(C-R)
               END-EXEC
               move e-opposition to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-opposition
               EXEC CICS REWRITE
                     FILE('FOPPO11 ')
                     FROM(E-OPPOSITION)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-opposition
               EXEC CICS DELETE
                     FILE('FOPPO11 ')
                     RIDFLD(E-OPP-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-opposition
               EXEC CICS WRITE
                     FILE('FOPPO11 ')
                     RIDFLD(E-OPP-CLE)
                     FROM(E-OPPOSITION)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-opposition
               EXEC CICS STARTBR
                     FILE('FOPPO11 ')
                     RIDFLD(E-OPP-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-opposition
               EXEC CICS READNEXT
                     FILE('FOPPO11 ')
                     RIDFLD(E-OPP-CLE)
                     INTO(E-OPPOSITION)
                     RESP(C-R)
               END-EXEC
               move e-opposition to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FOPPO11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FFRAI.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-frais
               EXEC CICS READ
                     FILE('FFRAI11 ')
                     RIDFLD(E-FRA-CLE)
                     INTO(E-FRAIS)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-frais to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-frais
               EXEC CICS READ
                     FILE('FFRAI11 ')
                     RIDFLD(E-FRA-CLE)
                     INTO(E-FRAIS)
                     RESP(C-R)
               END-EXEC
               move e-frais to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-frais
               EXEC CICS REWRITE
                     FILE('FFRAI11 ')
                     FROM(E-FRAIS)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-frais
               EXEC CICS DELETE
                     FILE('FFRAI11 ')
                     RIDFLD(E-FRA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-frais
               EXEC CICS WRITE
                     FILE('FFRAI11 ')
                     RIDFLD(E-FRA-CLE)
                     FROM(E-FRAIS)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-frais
               EXEC CICS STARTBR
                     FILE('FFRAI11 ')
                     RIDFLD(E-FRA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-frais
               EXEC CICS READNEXT
                     FILE('FFRAI11 ')
                     RIDFLD(E-FRA-CLE)
                     INTO(E-FRAIS)
                     RESP(C-R)
               END-EXEC
               move e-frais to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FFRAI11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FAIDE.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-aide
               EXEC CICS READ
                     FILE('FAIDE11 ')
                     RIDFLD(E-AID-CLE)
                     INTO(E-AIDE)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-aide to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-aide
               EXEC CICS READ
                     FILE('FAIDE11 ')
                     RIDFLD(E-AID-CLE)
                     INTO(E-AIDE)
                     RESP(C-R)
               END-EXEC
               move e-aide to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-aide
               EXEC CICS REWRITE
                     FILE('FAIDE11 ')
                     FROM(E-AIDE)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-aide
               EXEC CICS DELETE
                     FILE('FAIDE11 ')
                     RIDFLD(E-AID-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-aide
               EXEC CICS WRITE
                     FILE('FAIDE11 ')
                     RIDFLD(E-AID-CLE)
                     FROM(E-AIDE)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-aide
               EXEC CICS STARTBR
                     FILE('FAIDE11 ')
                     RIDFLD(E-AID-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-aide
               EXEC CICS READNEXT
                     FILE('FAIDE11 ')
                     RIDFLD(E-AID-CLE)
                     INTO(E-AIDE)
                     RESP(C-R)
               END-EXEC
               move e-aide to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FAIDE11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FLIBP.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-liberation
               EXEC CICS READ
                     FILE('FLIBP11 ')
                     RIDFLD(E-LIB-CLE)
                     INTO(E-LIBERATION)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-liberation to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-liberation
               EXEC CICS READ
                     FILE('FLIBP11 ')
                     RIDFLD(E-LIB-CLE)
                     INTO(E-LIBERATION)
                     RESP(C-R)
               END-EXEC
               move e-liberation to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-liberation
               EXEC CICS REWRITE
                     FILE('FLIBP11 ')
                     FROM(E-LIBERATION)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-liberation
               EXEC CICS DELETE
                     FILE('FLIBP11 ')
                     RIDFLD(E-LIB-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-liberation
               EXEC CICS WRITE
                     FILE('FLIBP11 ')
                     RIDFLD(E-LIB-CLE)
                     FROM(E-LIBERATION)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-liberation
               EXEC CICS STARTBR
                     FILE('FLIBP11 ')
                     RIDFLD(E-LIB-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-liberation
               EXEC CICS READNEXT
                     FILE('FLIBP11 ')
                     RIDFLD(E-LIB-CLE)
                     INTO(E-LIBERATION)
                     RESP(C-R)
               END-EXEC
               move e-liberation to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FLIBP11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FFINA.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-financeur
               EXEC CICS READ
                     FILE('FFINA11 ')
                     RIDFLD(E-FIN-CODE)
                     INTO(E-FINANCEUR)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-financeur to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-financeur
               EXEC CICS READ
                     FILE('FFINA11 ')
                     RIDFLD(E-FIN-CODE)
                     INTO(E-FINANCEUR)
                     RESP(C-R)
               END-EXEC
               move e-financeur to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-financeur
               EXEC CICS REWRITE
                     FILE('FFINA11 ')
                     FROM(E-FINANCEUR)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-financeur
               EXEC CICS DELETE
                     FILE('FFINA11 ')
                     RIDFLD(E-FIN-CODE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-financeur
               EXEC CICS WRITE
                     FILE('FFINA11 ')
                     RIDFLD(E-FIN-CODE)
                     FROM(E-FINANCEUR)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-financeur
               EXEC CICS STARTBR
                     FILE('FFINA11 ')
                     RIDFLD(E-FIN-CODE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-financeur
               EXEC CICS READNEXT
                     FILE('FFINA11 ')
                     RIDFLD(E-FIN-CODE)
                     INTO(E-FINANCEUR)
                     RESP(C-R)
               END-EXEC
               move e-financeur to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FFINA11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FCFIN.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-conv-financement
               EXEC CICS READ
                     FILE('FCFIN11 ')
                     RIDFLD(E-CFI-CLE)
                     INTO(E-CONV-FINANCEMENT)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-conv-financement to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-conv-financement
               EXEC CICS READ
                     FILE('FCFIN11 ')
                     RIDFLD(E-CFI-CLE)
                     INTO(E-CONV-FINANCEMENT)
                     RESP(C-R)
               END-EXEC
               move e-conv-financement to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-conv-financement
               EXEC CICS REWRITE
                     FILE('FCFIN11 ')
                     FROM(E-CONV-FINANCEMENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-conv-financement
               EXEC CICS DELETE
                     FILE('FCFIN11 ')
                     RIDFLD(E-CFI-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-conv-financement
               EXEC CICS WRITE
                     FILE('FCFIN11 ')
                     RIDFLD(E-CFI-CLE)
                     FROM(E-CONV-FINANCEMENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-conv-financement
               EXEC CICS STARTBR
                     FILE('FCFIN11 ')
                     RIDFLD(E-CFI-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-conv-financement
               EXEC CICS READNEXT
                     FILE('FCFIN11 ')
                     RIDFLD(E-CFI-CLE)
                     INTO(E-CONV-FINANCEMENT)
                     RESP(C-R)
               END-EXEC
               move e-conv-financement to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FCFIN11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FSALL.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-salle
               EXEC CICS READ
                     FILE('FSALL11 ')
                     RIDFLD(E-SAL-CLE)
                     INTO(E-SALLE)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-salle to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-salle
               EXEC CICS READ
                     FILE('FSALL11 ')
                     RIDFLD(E-SAL-CLE)
                     INTO(E-SALLE)
                     RESP(C-R)
               END-EXEC
               move e-salle to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-salle
               EXEC CICS REWRITE
                     FILE('FSALL11 ')
                     FROM(E-SALLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-salle
               EXEC CICS DELETE
                     FILE('FSALL11 ')
                     RIDFLD(E-SAL-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-salle
               EXEC CICS WRITE
                     FILE('FSALL11 ')
                     RIDFLD(E-SAL-CLE)
                     FROM(E-SALLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-salle
               EXEC CICS STARTBR
                     FILE('FSALL11 ')
                     RIDFLD(E-SAL-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-salle
               EXEC CICS READNEXT
                     FILE('FSALL11 ')
                     RIDFLD(E-SAL-CLE)
                     INTO(E-SALLE)
                     RESP(C-R)
               END-EXEC
               move e-salle to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FSALL11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FRESA.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-reservation
               EXEC CICS READ
                     FILE('FRESA11 ')
                     RIDFLD(E-RSA-CLE)
                     INTO(E-RESERVATION)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-reservation to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-reservation
               EXEC CICS READ
                     FILE('FRESA11 ')
                     RIDFLD(E-RSA-CLE)
                     INTO(E-RESERVATION)
                     RESP(C-R)
               END-EXEC
               move e-reservation to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-reservation
               EXEC CICS REWRITE
                     FILE('FRESA11 ')
                     FROM(E-RESERVATION)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-reservation
               EXEC CICS DELETE
                     FILE('FRESA11 ')
                     RIDFLD(E-RSA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-reservation
               EXEC CICS WRITE
                     FILE('FRESA11 ')
                     RIDFLD(E-RSA-CLE)
                     FROM(E-RESERVATION)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-reservation
               EXEC CICS STARTBR
                     FILE('FRESA11 ')
                     RIDFLD(E-RSA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-reservation
               EXEC CICS READNEXT
                     FILE('FRESA11 ')
                     RIDFLD(E-RSA-CLE)
                     INTO(E-RESERVATION)
                     RESP(C-R)
               END-EXEC
               move e-reservation to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FRESA11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FINDI.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-indispo
               EXEC CICS READ
                     FILE('FINDI11 ')
                     RIDFLD(E-IND-CLE)
                     INTO(E-INDISPO)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-indispo to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-indispo
               EXEC CICS READ
                     FILE('FINDI11 ')
                     RIDFLD(E-IND-CLE)
                     INTO(E-INDISPO)
                     RESP(C-R)
               END-EXEC
               move e-indispo to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-indispo
               EXEC CICS REWRITE
                     FILE('FINDI11 ')
                     FROM(E-INDISPO)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-indispo
               EXEC CICS DELETE
                     FILE('FINDI11 ')
                     RIDFLD(E-IND-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-indispo
               EXEC CICS WRITE
                     FILE('FINDI11 ')
                     RIDFLD(E-IND-CLE)
                     FROM(E-INDISPO)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-indispo
               EXEC CICS STARTBR
                     FILE('FINDI11 ')
                     RIDFLD(E-IND-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-indispo
               EXEC CICS READNEXT
                     FILE('FINDI11 ')
                     RIDFLD(E-IND-CLE)
                     INTO(E-INDISPO)
                     RESP(C-R)
               END-EXEC
               move e-indispo to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FINDI11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FREMP.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-remplacement
               EXEC CICS READ
                     FILE('FREMP11 ')
                     RIDFLD(E-REM-CLE)
                     INTO(E-REMPLACEMENT)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-remplacement to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-remplacement
               EXEC CICS READ
                     FILE('FREMP11 ')
                     RIDFLD(E-REM-CLE)
                     INTO(E-REMPLACEMENT)
                     RESP(C-R)
               END-EXEC
               move e-remplacement to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-remplacement
               EXEC CICS REWRITE
                     FILE('FREMP11 ')
                     FROM(E-REMPLACEMENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-remplacement
               EXEC CICS DELETE
                     FILE('FREMP11 ')
                     RIDFLD(E-REM-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-remplacement
               EXEC CICS WRITE
                     FILE('FREMP11 ')
                     RIDFLD(E-REM-CLE)
                     FROM(E-REMPLACEMENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-remplacement
               EXEC CICS STARTBR
                     FILE('FREMP11 ')
                     RIDFLD(E-REM-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-remplacement
               EXEC CICS READNEXT
                     FILE('FREMP11 ')
                     RIDFLD(E-REM-CLE)
                     INTO(E-REMPLACEMENT)
                     RESP(C-R)
               END-EXEC
               move e-remplacement to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FREMP11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FPREQ.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-prerequis
               EXEC CICS READ
                     FILE('FPREQ11 ')
                     RIDFLD(E-PRQ-CLE)
                     INTO(E-PREREQUIS)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-prerequis to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-prerequis
               EXEC CICS READ
                     FILE('FPREQ11 ')
                     RIDFLD(E-PRQ-CLE)
                     INTO(E-PREREQUIS)
                     RESP(C-R)
               END-EXEC
               move e-prerequis to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-prerequis
               EXEC CICS REWRITE
                     FILE('FPREQ11 ')
                     FROM(E-PREREQUIS)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-prerequis
               EXEC CICS DELETE
                     FILE('FPREQ11 ')
                     RIDFLD(E-PRQ-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-prerequis
               EXEC CICS WRITE
                     FILE('FPREQ11 ')
                     RIDFLD(E-PRQ-CLE)
                     FROM(E-PREREQUIS)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-prerequis
               EXEC CICS STARTBR
                     FILE('FPREQ11 ')
                     RIDFLD(E-PRQ-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-prerequis
               EXEC CICS READNEXT
                     FILE('FPREQ11 ')
                     RIDFLD(E-PRQ-CLE)
                     INTO(E-PREREQUIS)
                     RESP(C-R)
               END-EXEC
               move e-prerequis to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FPREQ11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FCERT.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-certificat
               EXEC CICS READ
                     FILE('FCERT11 ')
                     RIDFLD(E-CRT-CLE)
                     INTO(E-CERTIFICAT)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-certificat to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-certificat
               EXEC CICS READ
                     FILE('FCERT11 ')
                     RIDFLD(E-CRT-CLE)
                     INTO(E-CERTIFICAT)
                     RESP(C-R)
               END-EXEC
               move e-certificat to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-certificat
               EXEC CICS REWRITE
                     FILE('FCERT11 ')
                     FROM(E-CERTIFICAT)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-certificat
               EXEC CICS DELETE
                     FILE('FCERT11 ')
                     RIDFLD(E-CRT-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-certificat
               EXEC CICS WRITE
                     FILE('FCERT11 ')
                     RIDFLD(E-CRT-CLE)
                     FROM(E-CERTIFICAT)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-certificat
               EXEC CICS STARTBR
                     FILE('FCERT11 ')
                     RIDFLD(E-CRT-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-certificat
               EXEC CICS READNEXT
                     FILE('FCERT11 ')
                     RIDFLD(E-CRT-CLE)
                     INTO(E-CERTIFICAT)
                     RESP(C-R)
               END-EXEC
               move e-certificat to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FCERT11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FCOMP.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-competence
               EXEC CICS READ
                     FILE('FCOMP11 ')
                     RIDFLD(E-CMP-CLE)
                     INTO(E-COMPETENCE)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-competence to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-competence
               EXEC CICS READ
                     FILE('FCOMP11 ')
                     RIDFLD(E-CMP-CLE)
                     INTO(E-COMPETENCE)
                     RESP(C-R)
               END-EXEC
               move e-competence to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-competence
               EXEC CICS REWRITE
                     FILE('FCOMP11 ')
                     FROM(E-COMPETENCE)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-competence
               EXEC CICS DELETE
                     FILE('FCOMP11 ')
                     RIDFLD(E-CMP-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-competence
               EXEC CICS WRITE
                     FILE('FCOMP11 ')
                     RIDFLD(E-CMP-CLE)
                     FROM(E-COMPETENCE)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-competence
               EXEC CICS STARTBR
                     FILE('FCOMP11 ')
                     RIDFLD(E-CMP-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-competence
               EXEC CICS READNEXT
                     FILE('FCOMP11 ')
                     RIDFLD(E-CMP-CLE)
                     INTO(E-COMPETENCE)
                     RESP(C-R)
               END-EXEC
               move e-competence to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FCOMP11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FEVAL.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-evaluation
               EXEC CICS READ
                     FILE('FEVAL11 ')
                     RIDFLD(E-EVA-CLE)
                     INTO(E-EVALUATION)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-evaluation to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-evaluation
               EXEC CICS READ
                     FILE('FEVAL11 ')
                     RIDFLD(E-EVA-CLE)
                     INTO(E-EVALUATION)
                     RESP(C-R)
               END-EXEC
               move e-evaluation to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-evaluation
               EXEC CICS REWRITE
                     FILE('FEVAL11 ')
                     FROM(E-EVALUATION)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-evaluation
               EXEC CICS DELETE
                     FILE('FEVAL11 ')
                     RIDFLD(E-EVA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-evaluation
               EXEC CICS WRITE
                     FILE('FEVAL11 ')
                     RIDFLD(E-EVA-CLE)
                     FROM(E-EVALUATION)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-evaluation
               EXEC CICS STARTBR
                     FILE('FEVAL11 ')
                     RIDFLD(E-EVA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-evaluation
               EXEC CICS READNEXT
                     FILE('FEVAL11 ')
                     RIDFLD(E-EVA-CLE)
                     INTO(E-EVALUATION)
                     RESP(C-R)
               END-EXEC
               move e-evaluation to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FEVAL11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FROME.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-metier
               EXEC CICS READ
                     FILE('FROME11 ')
                     RIDFLD(E-ROM-CODE)
                     INTO(E-METIER)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-metier to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-metier
               EXEC CICS READ
                     FILE('FROME11 ')
                     RIDFLD(E-ROM-CODE)
                     INTO(E-METIER)
                     RESP(C-R)
               END-EXEC
               move e-metier to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-metier
               EXEC CICS REWRITE
                     FILE('FROME11 ')
                     FROM(E-METIER)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-metier
               EXEC CICS DELETE
                     FILE('FROME11 ')
                     RIDFLD(E-ROM-CODE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-metier
               EXEC CICS WRITE
                     FILE('FROME11 ')
                     RIDFLD(E-ROM-CODE)
                     FROM(E-METIER)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-metier
               EXEC CICS STARTBR
                     FILE('FROME11 ')
                     RIDFLD(E-ROM-CODE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-metier
               EXEC CICS READNEXT
                     FILE('FROME11 ')
                     RIDFLD(E-ROM-CODE)
                     INTO(E-METIER)
                     RESP(C-R)
               END-EXEC
               move e-metier to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FROME11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FOFFR.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-offre
               EXEC CICS READ
                     FILE('FOFFR11 ')
                     RIDFLD(E-OFF-CLE)
                     INTO(E-OFFRE)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-offre to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-offre
               EXEC CICS READ
                     FILE('FOFFR11 ')
                     RIDFLD(E-OFF-CLE)
                     INTO(E-OFFRE)
                     RESP(C-R)
               END-EXEC
               move e-offre to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-offre
               EXEC CICS REWRITE
                     FILE('FOFFR11 ')
                     FROM(E-OFFRE)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-offre
               EXEC CICS DELETE
                     FILE('FOFFR11 ')
                     RIDFLD(E-OFF-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-offre
               EXEC CICS WRITE
                     FILE('FOFFR11 ')
                     RIDFLD(E-OFF-CLE)
                     FROM(E-OFFRE)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-offre
               EXEC CICS STARTBR
                     FILE('FOFFR11 ')
                     RIDFLD(E-OFF-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-offre
               EXEC CICS READNEXT
                     FILE('FOFFR11 ')
                     RIDFLD(E-OFF-CLE)
                     INTO(E-OFFRE)
                     RESP(C-R)
               END-EXEC
               move e-offre to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FOFFR11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FTUTE.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-tuteur
               EXEC CICS READ
                     FILE('FTUTE11 ')
                     RIDFLD(E-TUT-CLE)
                     INTO(E-TUTEUR)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-tuteur to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-tuteur
               EXEC CICS READ
                     FILE('FTUTE11 ')
                     RIDFLD(E-TUT-CLE)
                     INTO(E-TUTEUR)
                     RESP(C-R)
               END-EXEC
               move e-tuteur to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-tuteur
               EXEC CICS REWRITE
                     FILE('FTUTE11 ')
                     FROM(E-TUTEUR)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-tuteur
               EXEC CICS DELETE
                     FILE('FTUTE11 ')
                     RIDFLD(E-TUT-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-tuteur
               EXEC CICS WRITE
                     FILE('FTUTE11 ')
                     RIDFLD(E-TUT-CLE)
                     FROM(E-TUTEUR)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-tuteur
               EXEC CICS STARTBR
                     FILE('FTUTE11 ')
                     RIDFLD(E-TUT-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-tuteur
               EXEC CICS READNEXT
                     FILE('FTUTE11 ')
                     RIDFLD(E-TUT-CLE)
                     INTO(E-TUTEUR)
                     RESP(C-R)
               END-EXEC
               move e-tuteur to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FTUTE11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FEVPL.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-eval-placement
               EXEC CICS READ
                     FILE('FEVPL11 ')
                     RIDFLD(E-EVP-CLE)
                     INTO(E-EVAL-PLACEMENT)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-eval-placement to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-eval-placement
               EXEC CICS READ
                     FILE('FEVPL11 ')
                     RIDFLD(E-EVP-CLE)
                     INTO(E-EVAL-PLACEMENT)
                     RESP(C-R)
               END-EXEC
               move e-eval-placement to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-eval-placement
               EXEC CICS REWRITE
                     FILE('FEVPL11 ')
                     FROM(E-EVAL-PLACEMENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-eval-placement
               EXEC CICS DELETE
                     FILE('FEVPL11 ')
                     RIDFLD(E-EVP-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-eval-placement
               EXEC CICS WRITE
                     FILE('FEVPL11 ')
                     RIDFLD(E-EVP-CLE)
                     FROM(E-EVAL-PLACEMENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-eval-placement
               EXEC CICS STARTBR
                     FILE('FEVPL11 ')
                     RIDFLD(E-EVP-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-eval-placement
               EXEC CICS READNEXT
                     FILE('FEVPL11 ')
                     RIDFLD(E-EVP-CLE)
                     INTO(E-EVAL-PLACEMENT)
                     RESP(C-R)
               END-EXEC
               move e-eval-placement to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FEVPL11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FVISI.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-visite
               EXEC CICS READ
                     FILE('FVISI11 ')
                     RIDFLD(E-VIS-CLE)
                     INTO(E-VISITE)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-visite to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-visite
               EXEC CICS READ
                     FILE('FVISI11 ')
                     RIDFLD(E-VIS-CLE)
                     INTO(E-VISITE)
                     RESP(C-R)
               END-EXEC
               move e-visite to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-visite
               EXEC CICS REWRITE
                     FILE('FVISI11 ')
                     FROM(E-VISITE)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-visite
               EXEC CICS DELETE
                     FILE('FVISI11 ')
                     RIDFLD(E-VIS-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-visite
               EXEC CICS WRITE
                     FILE('FVISI11 ')
                     RIDFLD(E-VIS-CLE)
                     FROM(E-VISITE)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-visite
               EXEC CICS STARTBR
                     FILE('FVISI11 ')
                     RIDFLD(E-VIS-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-visite
               EXEC CICS READNEXT
                     FILE('FVISI11 ')
                     RIDFLD(E-VIS-CLE)
                     INTO(E-VISITE)
                     RESP(C-R)
               END-EXEC
               move e-visite to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FVISI11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FEMPH.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-histo-employeur
               EXEC CICS READ
                     FILE('FEMPH11 ')
                     RIDFLD(E-EMH-CLE)
                     INTO(E-HISTO-EMPLOYEUR)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-histo-employeur to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-histo-employeur
               EXEC CICS READ
                     FILE('FEMPH11 ')
                     RIDFLD(E-EMH-CLE)
                     INTO(E-HISTO-EMPLOYEUR)
                     RESP(C-R)
               END-EXEC
               move e-histo-employeur to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-histo-employeur
               EXEC CICS REWRITE
                     FILE('FEMPH11 ')
                     FROM(E-HISTO-EMPLOYEUR)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-histo-employeur
               EXEC CICS DELETE
                     FILE('FEMPH11 ')
                     RIDFLD(E-EMH-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-histo-employeur
               EXEC CICS WRITE
                     FILE('FEMPH11 ')
                     RIDFLD(E-EMH-CLE)
                     FROM(E-HISTO-EMPLOYEUR)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-histo-employeur
               EXEC CICS STARTBR
                     FILE('FEMPH11 ')
                     RIDFLD(E-EMH-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-histo-employeur
               EXEC CICS READNEXT
                     FILE('FEMPH11 ')
                     RIDFLD(E-EMH-CLE)
                     INTO(E-HISTO-EMPLOYEUR)
                     RESP(C-R)
               END-EXEC
               move e-histo-employeur to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FEMPH11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FTRIP.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-tripartite
               EXEC CICS READ
                     FILE('FTRIP11 ')
                     RIDFLD(E-TRI-CLE)
                     INTO(E-TRIPARTITE)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-tripartite to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-tripartite
               EXEC CICS READ
                     FILE('FTRIP11 ')
                     RIDFLD(E-TRI-CLE)
                     INTO(E-TRIPARTITE)
                     RESP(C-R)
               END-EXEC
               move e-tripartite to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-tripartite
               EXEC CICS REWRITE
                     FILE('FTRIP11 ')
                     FROM(E-TRIPARTITE)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-tripartite
               EXEC CICS DELETE
                     FILE('FTRIP11 ')
                     RIDFLD(E-TRI-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-tripartite
               EXEC CICS WRITE
                     FILE('FTRIP11 ')
                     RIDFLD(E-TRI-CLE)
                     FROM(E-TRIPARTITE)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-tripartite
               EXEC CICS STARTBR
                     FILE('FTRIP11 ')
                     RIDFLD(E-TRI-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-tripartite
               EXEC CICS READNEXT
                     FILE('FTRIP11 ')
                     RIDFLD(E-TRI-CLE)
                     INTO(E-TRIPARTITE)
                     RESP(C-R)
               END-EXEC
               move e-tripartite to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FTRIP11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FACCI.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-accident
               EXEC CICS READ
                     FILE('FACCI11 ')
                     RIDFLD(E-ACC-CLE)
                     INTO(E-ACCIDENT)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-accident to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-accident
               EXEC CICS READ
                     FILE('FACCI11 ')
                     RIDFLD(E-ACC-CLE)
                     INTO(E-ACCIDENT)
                     RESP(C-R)
               END-EXEC
               move e-accident to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-accident
               EXEC CICS REWRITE
                     FILE('FACCI11 ')
                     FROM(E-ACCIDENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-accident
               EXEC CICS DELETE
                     FILE('FACCI11 ')
                     RIDFLD(E-ACC-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-accident
               EXEC CICS WRITE
                     FILE('FACCI11 ')
                     RIDFLD(E-ACC-CLE)
                     FROM(E-ACCIDENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-accident
               EXEC CICS STARTBR
                     FILE('FACCI11 ')
                     RIDFLD(E-ACC-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-accident
               EXEC CICS READNEXT
                     FILE('FACCI11 ')
                     RIDFLD(E-ACC-CLE)
                     INTO(E-ACCIDENT)
                     RESP(C-R)
               END-EXEC
               move e-accident to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FACCI11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FRECL.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-reclamation
               EXEC CICS READ
                     FILE('FRECL11 ')
                     RIDFLD(E-RCL-CLE)
                     INTO(E-RECLAMATION)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-reclamation to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-reclamation
               EXEC CICS READ
                     FILE('FRECL11 ')
                     RIDFLD(E-RCL-CLE)
                     INTO(E-RECLAMATION)
                     RESP(C-R)
               END-EXEC
               move e-reclamation to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-reclamation
               EXEC CICS REWRITE
                     FILE('FRECL11 ')
                     FROM(E-RECLAMATION)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-reclamation
               EXEC CICS DELETE
                     FILE('FRECL11 ')
                     RIDFLD(E-RCL-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-reclamation
               EXEC CICS WRITE
                     FILE('FRECL11 ')
                     RIDFLD(E-RCL-CLE)
                     FROM(E-RECLAMATION)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-reclamation
               EXEC CICS STARTBR
                     FILE('FRECL11 ')
                     RIDFLD(E-RCL-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-reclamation
               EXEC CICS READNEXT
                     FILE('FRECL11 ')
                     RIDFLD(E-RCL-CLE)
                     INTO(E-RECLAMATION)
                     RESP(C-R)
               END-EXEC
               move e-reclamation to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FRECL11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FRENT.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-resultat-ent
               EXEC CICS READ
                     FILE('FRENT11 ')
                     RIDFLD(E-REN-CLE)
                     INTO(E-RESULTAT-ENT)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-resultat-ent to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-resultat-ent
               EXEC CICS READ
                     FILE('FRENT11 ')
                     RIDFLD(E-REN-CLE)
                     INTO(E-RESULTAT-ENT)
                     RESP(C-R)
               END-EXEC
               move e-resultat-ent to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-resultat-ent
               EXEC CICS REWRITE
                     FILE('FRENT11 ')
                     FROM(E-RESULTAT-ENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-resultat-ent
               EXEC CICS DELETE
                     FILE('FRENT11 ')
                     RIDFLD(E-REN-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-resultat-ent
               EXEC CICS WRITE
                     FILE('FRENT11 ')
                     RIDFLD(E-REN-CLE)
                     FROM(E-RESULTAT-ENT)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-resultat-ent
               EXEC CICS STARTBR
                     FILE('FRENT11 ')
                     RIDFLD(E-REN-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-resultat-ent
               EXEC CICS READNEXT
                     FILE('FRENT11 ')
                     RIDFLD(E-REN-CLE)
                     INTO(E-RESULTAT-ENT)
                     RESP(C-R)
               END-EXEC
               move e-resultat-ent to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FRENT11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FPACT.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-plan-action
               EXEC CICS READ
                     FILE('FPACT11 ')
                     RIDFLD(E-PAC-CLE)
                     INTO(E-PLAN-ACTION)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-plan-action to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-plan-action
               EXEC CICS READ
                     FILE('FPACT11 ')
                     RIDFLD(E-PAC-CLE)
                     INTO(E-PLAN-ACTION)
                     RESP(C-R)
               END-EXEC
               move e-plan-action to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-plan-action
               EXEC CICS REWRITE
                     FILE('FPACT11 ')
                     FROM(E-PLAN-ACTION)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-plan-action
               EXEC CICS DELETE
                     FILE('FPACT11 ')
                     RIDFLD(E-PAC-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-plan-action
               EXEC CICS WRITE
                     FILE('FPACT11 ')
                     RIDFLD(E-PAC-CLE)
                     FROM(E-PLAN-ACTION)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-plan-action
               EXEC CICS STARTBR
                     FILE('FPACT11 ')
                     RIDFLD(E-PAC-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-plan-action
               EXEC CICS READNEXT
                     FILE('FPACT11 ')
                     RIDFLD(E-PAC-CLE)
                     INTO(E-PLAN-ACTION)
                     RESP(C-R)
               END-EXEC
               move e-plan-action to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FPACT11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FMABA.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-motif-abandon
               EXEC CICS READ
                     FILE('FMABA11 ')
                     RIDFLD(E-MAB-CLE)
                     INTO(E-MOTIF-ABANDON)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-motif-abandon to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-motif-abandon
               EXEC CICS READ
                     FILE('FMABA11 ')
                     RIDFLD(E-MAB-CLE)
                     INTO(E-MOTIF-ABANDON)
                     RESP(C-R)
               END-EXEC
               move e-motif-abandon to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-motif-abandon
               EXEC CICS REWRITE
                     FILE('FMABA11 ')
                     FROM(E-MOTIF-ABANDON)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-motif-abandon
               EXEC CICS DELETE
                     FILE('FMABA11 ')
                     RIDFLD(E-MAB-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-motif-abandon
               EXEC CICS WRITE
                     FILE('FMABA11 ')
                     RIDFLD(E-MAB-CLE)
                     FROM(E-MOTIF-ABANDON)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-motif-abandon
               EXEC CICS STARTBR
                     FILE('FMABA11 ')
                     RIDFLD(E-MAB-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-motif-abandon
               EXEC CICS READNEXT
                     FILE('FMABA11 ')
                     RIDFLD(E-MAB-CLE)
                     INTO(E-MOTIF-ABANDON)
                     RESP(C-R)
               END-EXEC
               move e-motif-abandon to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FMABA11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FABAN.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-abandon
               EXEC CICS READ
                     FILE('FABAN11 ')
                     RIDFLD(E-ABA-CLE)
                     INTO(E-ABANDON)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-abandon to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-abandon
               EXEC CICS READ
                     FILE('FABAN11 ')
                     RIDFLD(E-ABA-CLE)
                     INTO(E-ABANDON)
                     RESP(C-R)
               END-EXEC
               move e-abandon to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-abandon
               EXEC CICS REWRITE
                     FILE('FABAN11 ')
                     FROM(E-ABANDON)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-abandon
               EXEC CICS DELETE
                     FILE('FABAN11 ')
                     RIDFLD(E-ABA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-abandon
               EXEC CICS WRITE
                     FILE('FABAN11 ')
                     RIDFLD(E-ABA-CLE)
                     FROM(E-ABANDON)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-abandon
               EXEC CICS STARTBR
                     FILE('FABAN11 ')
                     RIDFLD(E-ABA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-abandon
               EXEC CICS READNEXT
                     FILE('FABAN11 ')
                     RIDFLD(E-ABA-CLE)
                     INTO(E-ABANDON)
                     RESP(C-R)
               END-EXEC
               move e-abandon to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FABAN11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FTRSF.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-transfert
               EXEC CICS READ
                     FILE('FTRSF11 ')
                     RIDFLD(E-TRF-CLE)
                     INTO(E-TRANSFERT)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-transfert to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-transfert
               EXEC CICS READ
                     FILE('FTRSF11 ')
                     RIDFLD(E-TRF-CLE)
                     INTO(E-TRANSFERT)
                     RESP(C-R)
               END-EXEC
               move e-transfert to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-transfert
               EXEC CICS REWRITE
                     FILE('FTRSF11 ')
                     FROM(E-TRANSFERT)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-transfert
               EXEC CICS DELETE
                     FILE('FTRSF11 ')
                     RIDFLD(E-TRF-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-transfert
               EXEC CICS WRITE
                     FILE('FTRSF11 ')
                     RIDFLD(E-TRF-CLE)
                     FROM(E-TRANSFERT)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-transfert
               EXEC CICS STARTBR
                     FILE('FTRSF11 ')
                     RIDFLD(E-TRF-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-transfert
               EXEC CICS READNEXT
                     FILE('FTRSF11 ')
                     RIDFLD(E-TRF-CLE)
                     INTO(E-TRANSFERT)
                     RESP(C-R)
               END-EXEC
               move e-transfert to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FTRSF11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FNIR.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-nir
               EXEC CICS READ
                     FILE('FNIR11  ')
                     RIDFLD(E-NIR-NUMERO)
                     INTO(E-NIR)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-nir to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-nir
               EXEC CICS READ
                     FILE('FNIR11  ')
                     RIDFLD(E-NIR-NUMERO)
                     INTO(E-NIR)
                     RESP(C-R)
               END-EXEC
               move e-nir to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-nir
               EXEC CICS REWRITE
                     FILE('FNIR11  ')
                     FROM(E-NIR)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-nir
               EXEC CICS DELETE
                     FILE('FNIR11  ')
                     RIDFLD(E-NIR-NUMERO)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-nir
               EXEC CICS WRITE
                     FILE('FNIR11  ')
                     RIDFLD(E-NIR-NUMERO)
                     FROM(E-NIR)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-nir
               EXEC CICS STARTBR
                     FILE('FNIR11  ')
                     RIDFLD(E-NIR-NUMERO)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-nir
               EXEC CICS READNEXT
                     FILE('FNIR11  ')
                     RIDFLD(E-NIR-NUMERO)
                     INTO(E-NIR)
                     RESP(C-R)
               END-EXEC
               move e-nir to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FNIR11  ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FNIRP.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-nir
               EXEC CICS READ
                     FILE('FNIRP11 ')
                     RIDFLD(E-NIR-VALEUR)
                     INTO(E-NIR)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-nir to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-nir
               EXEC CICS READ
                     FILE('FNIRP11 ')
                     RIDFLD(E-NIR-VALEUR)
                     INTO(E-NIR)
                     RESP(C-R)
               END-EXEC
               move e-nir to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-nir
               EXEC CICS REWRITE
                     FILE('FNIRP11 ')
                     FROM(E-NIR)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-nir
               EXEC CICS DELETE
                     FILE('FNIRP11 ')
                     RIDFLD(E-NIR-VALEUR)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-nir
               EXEC CICS WRITE
                     FILE('FNIRP11 ')
                     RIDFLD(E-NIR-VALEUR)
                     FROM(E-NIR)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-nir
               EXEC CICS STARTBR
                     FILE('FNIRP11 ')
                     RIDFLD(E-NIR-VALEUR)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-nir
               EXEC CICS READNEXT
                     FILE('FNIRP11 ')
                     RIDFLD(E-NIR-VALEUR)
                     INTO(E-NIR)
                     RESP(C-R)
               END-EXEC
               move e-nir to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FNIRP11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FNIRJ.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-acces-nir
               EXEC CICS READ
                     FILE('FNIRJ11 ')
                     RIDFLD(E-NRJ-CLE)
                     INTO(E-ACCES-NIR)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-acces-nir to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-acces-nir
               EXEC CICS READ
                     FILE('FNIRJ11 ')
                     RIDFLD(E-NRJ-CLE)
                     INTO(E-ACCES-NIR)
                     RESP(C-R)
               END-EXEC
               move e-acces-nir to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-acces-nir
               EXEC CICS REWRITE
                     FILE('FNIRJ11 ')
                     FROM(E-ACCES-NIR)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-acces-nir
               EXEC CICS DELETE
                     FILE('FNIRJ11 ')
                     RIDFLD(E-NRJ-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-acces-nir
               EXEC CICS WRITE
                     FILE('FNIRJ11 ')
                     RIDFLD(E-NRJ-CLE)
                     FROM(E-ACCES-NIR)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-acces-nir
               EXEC CICS STARTBR
                     FILE('FNIRJ11 ')
                     RIDFLD(E-NRJ-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-acces-nir
               EXEC CICS READNEXT
                     FILE('FNIRJ11 ')
                     RIDFLD(E-NRJ-CLE)
                     INTO(E-ACCES-NIR)
                     RESP(C-R)
               END-EXEC
               move e-acces-nir to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FNIRJ11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FDEIN.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-desinscription
               EXEC CICS READ
                     FILE('FDEIN11 ')
                     RIDFLD(E-DEI-NUMERO)
                     INTO(E-DESINSCRIPTION)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-desinscription to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-desinscription
               EXEC CICS READ
                     FILE('FDEIN11 ')
                     RIDFLD(E-DEI-NUMERO)
                     INTO(E-DESINSCRIPTION)
                     RESP(C-R)
               END-EXEC
               move e-desinscription to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-desinscription
               EXEC CICS REWRITE
                     FILE('FDEIN11 ')
                     FROM(E-DESINSCRIPTION)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-desinscription
               EXEC CICS DELETE
                     FILE('FDEIN11 ')
                     RIDFLD(E-DEI-NUMERO)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-desinscription
               EXEC CICS WRITE
                     FILE('FDEIN11 ')
                     RIDFLD(E-DEI-NUMERO)
                     FROM(E-DESINSCRIPTION)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-desinscription
               EXEC CICS STARTBR
                     FILE('FDEIN11 ')
                     RIDFLD(E-DEI-NUMERO)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-desinscription
               EXEC CICS READNEXT
                     FILE('FDEIN11 ')
                     RIDFLD(E-DEI-NUMERO)
                     INTO(E-DESINSCRIPTION)
                     RESP(C-R)
               END-EXEC
               move e-desinscription to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FDEIN11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FDEIP.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-desinscription
               EXEC CICS READ
                     FILE('FDEIP11 ')
                     RIDFLD(E-DEI-IDENTIFIANT)
                     INTO(E-DESINSCRIPTION)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-desinscription to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-desinscription
               EXEC CICS READ
                     FILE('FDEIP11 ')
                     RIDFLD(E-DEI-IDENTIFIANT)
                     INTO(E-DESINSCRIPTION)
                     RESP(C-R)
               END-EXEC
               move e-desinscription to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-desinscription
               EXEC CICS REWRITE
                     FILE('FDEIP11 ')
                     FROM(E-DESINSCRIPTION)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-desinscription
               EXEC CICS DELETE
                     FILE('FDEIP11 ')
                     RIDFLD(E-DEI-IDENTIFIANT)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-desinscription
               EXEC CICS WRITE
                     FILE('FDEIP11 ')
                     RIDFLD(E-DEI-IDENTIFIANT)
                     FROM(E-DESINSCRIPTION)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-desinscription
               EXEC CICS STARTBR
                     FILE('FDEIP11 ')
                     RIDFLD(E-DEI-IDENTIFIANT)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-desinscription
               EXEC CICS READNEXT
                     FILE('FDEIP11 ')
                     RIDFLD(E-DEI-IDENTIFIANT)
                     INTO(E-DESINSCRIPTION)
                     RESP(C-R)
               END-EXEC
               move e-desinscription to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FDEIP11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FMATE.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-materiel
               EXEC CICS READ
                     FILE('FMATE11 ')
                     RIDFLD(E-MAT-INVENTAIRE)
                     INTO(E-MATERIEL)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-materiel to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-materiel
               EXEC CICS READ
                     FILE('FMATE11 ')
                     RIDFLD(E-MAT-INVENTAIRE)
                     INTO(E-MATERIEL)
                     RESP(C-R)
               END-EXEC
               move e-materiel to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-materiel
               EXEC CICS REWRITE
                     FILE('FMATE11 ')
                     FROM(E-MATERIEL)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-materiel
               EXEC CICS DELETE
                     FILE('FMATE11 ')
                     RIDFLD(E-MAT-INVENTAIRE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-materiel
               EXEC CICS WRITE
                     FILE('FMATE11 ')
                     RIDFLD(E-MAT-INVENTAIRE)
                     FROM(E-MATERIEL)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-materiel
               EXEC CICS STARTBR
                     FILE('FMATE11 ')
                     RIDFLD(E-MAT-INVENTAIRE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-materiel
               EXEC CICS READNEXT
                     FILE('FMATE11 ')
                     RIDFLD(E-MAT-INVENTAIRE)
                     INTO(E-MATERIEL)
                     RESP(C-R)
               END-EXEC
               move e-materiel to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FMATE11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FPRMA.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-pret-materiel
               EXEC CICS READ
                     FILE('FPRMA11 ')
                     RIDFLD(E-PMA-CLE)
                     INTO(E-PRET-MATERIEL)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-pret-materiel to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-pret-materiel
               EXEC CICS READ
                     FILE('FPRMA11 ')
                     RIDFLD(E-PMA-CLE)
                     INTO(E-PRET-MATERIEL)
                     RESP(C-R)
               END-EXEC
               move e-pret-materiel to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-pret-materiel
               EXEC CICS REWRITE
                     FILE('FPRMA11 ')
                     FROM(E-PRET-MATERIEL)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-pret-materiel
               EXEC CICS DELETE
                     FILE('FPRMA11 ')
                     RIDFLD(E-PMA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-pret-materiel
               EXEC CICS WRITE
                     FILE('FPRMA11 ')
                     RIDFLD(E-PMA-CLE)
                     FROM(E-PRET-MATERIEL)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-pret-materiel
               EXEC CICS STARTBR
                     FILE('FPRMA11 ')
                     RIDFLD(E-PMA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-pret-materiel
               EXEC CICS READNEXT
                     FILE('FPRMA11 ')
                     RIDFLD(E-PMA-CLE)
                     INTO(E-PRET-MATERIEL)
                     RESP(C-R)
               END-EXEC
               move e-pret-materiel to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FPRMA11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FQSAT.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-question-sat
               EXEC CICS READ
                     FILE('FQSAT11 ')
                     RIDFLD(E-QST-CLE)
                     INTO(E-QUESTION-SAT)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-question-sat to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-question-sat
               EXEC CICS READ
                     FILE('FQSAT11 ')
                     RIDFLD(E-QST-CLE)
                     INTO(E-QUESTION-SAT)
                     RESP(C-R)
               END-EXEC
               move e-question-sat to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-question-sat
               EXEC CICS REWRITE
                     FILE('FQSAT11 ')
                     FROM(E-QUESTION-SAT)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-question-sat
               EXEC CICS DELETE
                     FILE('FQSAT11 ')
                     RIDFLD(E-QST-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-question-sat
               EXEC CICS WRITE
                     FILE('FQSAT11 ')
                     RIDFLD(E-QST-CLE)
                     FROM(E-QUESTION-SAT)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-question-sat
               EXEC CICS STARTBR
                     FILE('FQSAT11 ')
                     RIDFLD(E-QST-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-question-sat
               EXEC CICS READNEXT
                     FILE('FQSAT11 ')
                     RIDFLD(E-QST-CLE)
                     INTO(E-QUESTION-SAT)
                     RESP(C-R)
               END-EXEC
               move e-question-sat to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FQSAT11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FRSAT.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-reponse-sat
               EXEC CICS READ
                     FILE('FRSAT11 ')
                     RIDFLD(E-RSA-CLE)
                     INTO(E-REPONSE-SAT)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-reponse-sat to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-reponse-sat
               EXEC CICS READ
                     FILE('FRSAT11 ')
                     RIDFLD(E-RSA-CLE)
                     INTO(E-REPONSE-SAT)
                     RESP(C-R)
               END-EXEC
               move e-reponse-sat to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-reponse-sat
               EXEC CICS REWRITE
                     FILE('FRSAT11 ')
                     FROM(E-REPONSE-SAT)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-reponse-sat
               EXEC CICS DELETE
                     FILE('FRSAT11 ')
                     RIDFLD(E-RSA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-reponse-sat
               EXEC CICS WRITE
                     FILE('FRSAT11 ')
                     RIDFLD(E-RSA-CLE)
                     FROM(E-REPONSE-SAT)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-reponse-sat
               EXEC CICS STARTBR
                     FILE('FRSAT11 ')
                     RIDFLD(E-RSA-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-reponse-sat
               EXEC CICS READNEXT
                     FILE('FRSAT11 ')
                     RIDFLD(E-RSA-CLE)
                     INTO(E-REPONSE-SAT)
                     RESP(C-R)
               END-EXEC
               move e-reponse-sat to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FRSAT11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FQCTL.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-controle-qualite
               EXEC CICS READ
                     FILE('FQCTL11 ')
                     RIDFLD(E-QCT-CLE)
                     INTO(E-CONTROLE-QUALITE)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-controle-qualite to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-controle-qualite
               EXEC CICS READ
                     FILE('FQCTL11 ')
                     RIDFLD(E-QCT-CLE)
                     INTO(E-CONTROLE-QUALITE)
                     RESP(C-R)
               END-EXEC
               move e-controle-qualite to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-controle-qualite
               EXEC CICS REWRITE
                     FILE('FQCTL11 ')
                     FROM(E-CONTROLE-QUALITE)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-controle-qualite
               EXEC CICS DELETE
                     FILE('FQCTL11 ')
                     RIDFLD(E-QCT-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-controle-qualite
               EXEC CICS WRITE
                     FILE('FQCTL11 ')
                     RIDFLD(E-QCT-CLE)
                     FROM(E-CONTROLE-QUALITE)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-controle-qualite
               EXEC CICS STARTBR
                     FILE('FQCTL11 ')
                     RIDFLD(E-QCT-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-controle-qualite
               EXEC CICS READNEXT
                     FILE('FQCTL11 ')
                     RIDFLD(E-QCT-CLE)
                     INTO(E-CONTROLE-QUALITE)
                     RESP(C-R)
               END-EXEC
               move e-controle-qualite to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FQCTL11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FCORR.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-corresp
               EXEC CICS READ
                     FILE('FCORR11 ')
                     RIDFLD(E-COR-CLE)
                     INTO(E-CORRESP)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-corresp to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-corresp
               EXEC CICS READ
                     FILE('FCORR11 ')
                     RIDFLD(E-COR-CLE)
                     INTO(E-CORRESP)
                     RESP(C-R)
               END-EXEC
               move e-corresp to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-corresp
               EXEC CICS REWRITE
                     FILE('FCORR11 ')
                     FROM(E-CORRESP)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-corresp
               EXEC CICS DELETE
                     FILE('FCORR11 ')
                     RIDFLD(E-COR-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-corresp
               EXEC CICS WRITE
                     FILE('FCORR11 ')
                     RIDFLD(E-COR-CLE)
                     FROM(E-CORRESP)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-corresp
               EXEC CICS STARTBR
                     FILE('FCORR11 ')
                     RIDFLD(E-COR-CLE)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-corresp
               EXEC CICS READNEXT
                     FILE('FCORR11 ')
                     RIDFLD(E-COR-CLE)
                     INTO(E-CORRESP)
                     RESP(C-R)
               END-EXEC
               move e-corresp to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FCORR11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       GESTION-FCAMP.
           EVALUATE TRUE
             WHEN c-read
               MOVE enrgmt TO e-campagne
               EXEC CICS READ
                     FILE('FCAMP11 ')
                     RIDFLD(E-CAM-RANG)
                     INTO(E-CAMPAGNE)
                     UPDATE
                     RESP(C-R)
               END-EXEC
               move e-campagne to enrgmt
             WHEN c-consult
               MOVE enrgmt TO e-campagne
               EXEC CICS READ
                     FILE('FCAMP11 ')
                     RIDFLD(E-CAM-RANG)
                     INTO(E-CAMPAGNE)
                     RESP(C-R)
               END-EXEC
               move e-campagne to enrgmt
             WHEN c-rewrite
               MOVE enrgmt TO e-campagne
               EXEC CICS REWRITE
                     FILE('FCAMP11 ')
                     FROM(E-CAMPAGNE)
                     RESP(C-R)
               END-EXEC
             WHEN c-delete
               MOVE enrgmt TO e-campagne
               EXEC CICS DELETE
                     FILE('FCAMP11 ')
                     RIDFLD(E-CAM-RANG)
                     RESP(C-R)
               END-EXEC
             WHEN c-write
               move enrgmt to e-campagne
               EXEC CICS WRITE
                     FILE('FCAMP11 ')
                     RIDFLD(E-CAM-RANG)
                     FROM(E-CAMPAGNE)
                     RESP(C-R)
               END-EXEC
             WHEN c-startbr
               MOVE enrgmt TO e-campagne
               EXEC CICS STARTBR
                     FILE('FCAMP11 ')
                     RIDFLD(E-CAM-RANG)
                     RESP(C-R)
               END-EXEC
             WHEN c-readnext
               MOVE enrgmt TO e-campagne
               EXEC CICS READNEXT
                     FILE('FCAMP11 ')
                     RIDFLD(E-CAM-RANG)
                     INTO(E-CAMPAGNE)
                     RESP(C-R)
               END-EXEC
               move e-campagne to enrgmt
             WHEN c-endbr
               EXEC CICS ENDBR
                     FILE('FCAMP11 ')
                     RESP(C-R)
               END-EXEC
             WHEN OTHER
               MOVE 1 TO has-error
           END-EVALUATE
           .

       EVALUATE-CODE-RETOUR.
           EVALUATE true
             WHEN has-error-true
