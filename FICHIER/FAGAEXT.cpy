      *=============================================================*
      *    Dessin de l'extraction assurances livrée par la          *
      *    compagnie (assurances-part1.dat, assurances-part2.dat et *
      *    les parties de assurances-liste.txt) : champs séparés    *
      *    par '*', dans l'ordre du UNSTRING de filelect, dates de  *
      *    début et de fin en AAAAMMJJ, montant en centimes sans    *
      *    séparateur décimal. Sert de dessin au profilage profcpy. *
      *=============================================================*
       01  R-AGA-EXTRACTION.
           05 EXT-AGAID          PIC 9(8).
           05 EXT-AGAGRP         PIC X(14).
           05 EXT-AGATYP         PIC X(16).
           05 EXT-AGALIB         PIC X(41).
           05 EXT-CLACT          PIC X(10).
           05 EXT-AGADDEB        PIC X(8).
           05 EXT-AGADFIN        PIC X(8).
           05 EXT-AGAMNT         PIC 9(6)V99.
           05 EXT-AGCURR         PIC X(3).
