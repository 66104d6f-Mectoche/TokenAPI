      * every issuance (TOKENGER) and redemption (TOKENVAL) maintains
      * it in place.
      *
      * TOKENBKP takes a nightly image copy of the master with the
      * journals' position markers (see TOKENIMG.cpy); a lost or
      * damaged master is brought back by TOKENRCV from the newest
      * good copy plus the journal records written since, without the
      * full TOKENCNV replay.
      *
      * The key is the full token exactly as a teller would key it:
      * digit portion left-aligned, the optional check character (see
      * TOKENCFG-ALFA-CHECK) in position TOKENCFG-COMPRIMENTO + 1,
      * tokarchAAAAMM.txt monthly archives as well as token.txt -
      * run_tokencnv.sh passes them automatically - or every
      * archived token vanishes from the master and its number
      * could be re-minted. Image copies taken in the old layout
      * cannot be restored into the new one: run TOKENBKP right
      * after the rebuild so the cycle starts over.
      *****************************************************************
       01  TOKEN-MASTER.
           05  TOKEN-MASTER-TOKEN      PIC X(11).
