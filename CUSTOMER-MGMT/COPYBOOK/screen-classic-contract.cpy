           05 BLANK SCREEN.

      * [AL] - Nom des contrats type
      * [RD] - le 15/10/2026: offres du catalogue PRODUCT, 4 colonnes
           05 FILLER PIC X(10) FROM  WS-OFR-LABEL(1) 
           LINE 11 COL 89 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(10) FROM  WS-OFR-LABEL(2)
           LINE 11 COL 119 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(10) FROM  WS-OFR-LABEL(3) 
           LINE 11 COL 148 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(10) FROM  WS-OFR-LABEL(4)
           LINE 11 COL 178
           FOREGROUND-COLOR IS 2.

      * [AL] Nom Prénom Numéro de sécu. 
           05 FILLER PIC X(60) FROM WS-CUSTOMER  
           05 FILLER PIC X(19) VALUE 'Honoraires medecins'  
           LINE 14 COL 38 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-DOCTOR(1)
           COL 90 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 93 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(3) FROM WS-OFR-DOCTOR(2)
           COL 120
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 123
           FOREGROUND-COLOR IS 3.  
           05 FILLER PIC X(3) FROM WS-OFR-DOCTOR(3)
           COL 150
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 153
           FOREGROUND-COLOR IS 3.               
           05 FILLER PIC X(3) FROM WS-OFR-DOCTOR(4)
           COL 180
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 183
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(23) VALUE 'Reglements paramedicaux' 
           LINE 15 COL 38 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-PARMEDICAL(1)
           COL 90 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 93 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(3) FROM WS-OFR-PARMEDICAL(2)
           COL 120
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 123
           FOREGROUND-COLOR IS 3.  
           05 FILLER PIC X(3) FROM WS-OFR-PARMEDICAL(3)
           COL 150
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 153
           FOREGROUND-COLOR IS 3.   
           05 FILLER PIC X(3) FROM WS-OFR-PARMEDICAL(4)
           COL 180
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 183
           FOREGROUND-COLOR IS 3.
      * [AL] - Hospitalisation (la fidélité est géré dans le bac)        
           05 FILLER PIC X(15) VALUE 'Hospitalisation' 
           LINE 17 COL 35 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-HOSPITAL(1)
           COL 90 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 93 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(3) FROM WS-OFR-HOSPITAL(2)
           COL 120
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 123
           FOREGROUND-COLOR IS 3.  
           05 FILLER PIC X(3) FROM WS-OFR-HOSPITAL(3)
           COL 150
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 153
           FOREGROUND-COLOR IS 3.        
           05 FILLER PIC X(3) FROM WS-OFR-HOSPITAL(4)
           COL 180
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 183
           FOREGROUND-COLOR IS 3.

      * [AL] - Optique et valeurs dans les 3 types cts 
           05 FILLER PIC X(7) VALUE 'Optique'
           05 FILLER PIC X(14) VALUE 'Verres simples'  
           LINE 20 COL 38 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-S-GLASSES(1)
           COL 90 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 93 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(3) FROM WS-OFR-S-GLASSES(2)
           COL 120
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 123
           FOREGROUND-COLOR IS 3.  
           05 FILLER PIC X(3) FROM WS-OFR-S-GLASSES(3)
           COL 150
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 153
           FOREGROUND-COLOR IS 3.               
           05 FILLER PIC X(3) FROM WS-OFR-S-GLASSES(4)
           COL 180
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 183
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(18) VALUE 'Verres progressifs'  
           LINE 21 COL 38 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-P-GLASSES(1)
           COL 90 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 93 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(3) FROM WS-OFR-P-GLASSES(2)
           COL 120
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 123
           FOREGROUND-COLOR IS 3.  
           05 FILLER PIC X(3) FROM WS-OFR-P-GLASSES(3)
           COL 150
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 153
           FOREGROUND-COLOR IS 3.     
           05 FILLER PIC X(3) FROM WS-OFR-P-GLASSES(4)
           COL 180
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 183
           FOREGROUND-COLOR IS 3.

      * [AL] - Dentaire et valeurs dans les 3 types cts 
           05 FILLER PIC X(8) VALUE 'Dentaire'
           05 FILLER PIC X(20) VALUE 'Couronnes (molaires)' 
           LINE 24 COL 38 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-MOLAR(1)
           COL 90 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 93 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(3) FROM WS-OFR-MOLAR(2)
           COL 120
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 123
           FOREGROUND-COLOR IS 3.  
           05 FILLER PIC X(3) FROM WS-OFR-MOLAR(3)
           COL 150
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 153
           FOREGROUND-COLOR IS 3.                
           05 FILLER PIC X(3) FROM WS-OFR-MOLAR(4)
           COL 180
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 183
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(25) VALUE 'Couronnes (hors molaires)'  
            LINE 25 COL 38 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-NON-MOLAR(1)
           COL 90 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 93 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(3) FROM WS-OFR-NON-MOLAR(2)
           COL 120
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 123
           FOREGROUND-COLOR IS 3.  
           05 FILLER PIC X(3) FROM WS-OFR-NON-MOLAR(3)
           COL 150
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 153
           FOREGROUND-COLOR IS 3.  
           05 FILLER PIC X(3) FROM WS-OFR-NON-MOLAR(4)
           COL 180
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 183
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(10) VALUE 'Detartrage'
           LINE 26 COL 38 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-DESCALINGS(1)
           COL 90 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 93 
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(3) FROM WS-OFR-DESCALINGS(2)
           COL 120
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 123
           FOREGROUND-COLOR IS 3.  
           05 FILLER PIC X(3) FROM WS-OFR-DESCALINGS(3)
           COL 150
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 153
           FOREGROUND-COLOR IS 3.             
           05 FILLER PIC X(3) FROM WS-OFR-DESCALINGS(4)
           COL 180
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(2) VALUE ' %'
           COL 183
           FOREGROUND-COLOR IS 3.

      * [AL] - Montant des cotisations dans les 3 types cts 
           05 FILLER PIC X(14) VALUE 'Adulte -30 ans'
           LINE 28 COL 35 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-COST-30(1)
           COL 90 
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 93 
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(3) FROM WS-OFR-COST-30(2)
           COL 120
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 123
           FOREGROUND-COLOR IS 2.  
           05 FILLER PIC X(3) FROM WS-OFR-COST-30(3)
           COL 150
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 153
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-COST-30(4)
           COL 180
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 183
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(18) VALUE 'Adulte 30 a 65 ans'
           LINE 29 COL 35 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-COST(1)
           COL 90 
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 93 
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(3) FROM WS-OFR-COST(2)
           COL 120
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 123
           FOREGROUND-COLOR IS 2.  
           05 FILLER PIC X(3) FROM WS-OFR-COST(3)
           COL 150
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 153
           FOREGROUND-COLOR IS 2.  
           05 FILLER PIC X(3) FROM WS-OFR-COST(4)
           COL 180
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 183
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(14) VALUE 'Adulte +65 ans'
           LINE 30 COL 35 
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-COST-65(1)
           COL 90 
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 93 
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(3) FROM WS-OFR-COST-65(2)
           COL 120
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 123
           FOREGROUND-COLOR IS 2.  
           05 FILLER PIC X(3) FROM WS-OFR-COST-65(3)
           COL 150
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 153
           FOREGROUND-COLOR IS 2. 
           05 FILLER PIC X(3) FROM WS-OFR-COST-65(4)
           COL 180
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(6) VALUE ' euros'
           COL 183
           FOREGROUND-COLOR IS 2.

      * [RD] - Zone de message d'erreur.
           05 FILLER PIC X(35) FROM WS-ERROR-MESSAGE1
           FOREGROUND-COLOR IS 7. 

      * [AL] - boutons de des 3 types cts 
           05 PIC X USING  SC-BUTTON-OFFER(1)
           LINE 32 COL 92 
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0. 
           05 PIC X USING  SC-BUTTON-OFFER(2)
           LINE 32 COL 122 
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0. 
           05 PIC X USING  SC-BUTTON-OFFER(3)
           LINE 32 COL 152 
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.          
           05 PIC X USING  SC-BUTTON-OFFER(4)
           LINE 32 COL 182
           BACKGROUND-COLOR IS 3
           FOREGROUND-COLOR IS 0.

      * [AL] - boutons vers pages contrats spe 
           05 FILLER PIC X(18) VALUE 'CONTRAT SPECIFIQUE'
