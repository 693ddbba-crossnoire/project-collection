000020* DL100Z  -  CONFIGURATION CHANGE JOURNAL RECORD          *
000030* ONE LINE APPENDED TO CFGJRNL FOR EVERY CHANGE MADE TO   *
000040* THE CONTROL FILES THAT STEER THE SUITE - THE DIVCFG     *
000050* DIVISOR PROFILES (POWDIV), THE OPRAUTH OPERATOR FILE    *
000055* (POWOPR) AND THE ITEMMAST ITEM MASTER (POWITM, WHOSE    *
000057* TARGET IS THE ITEM CODE AND AN ATTRIBUTE TAG: DSC, LIN, *
000058* PAK, MAX OR ACT) - WITH WHO, WHEN, WHAT WAS TARGETED AND*
000070* THE BEFORE/AFTER VALUES, IN THE SPIRIT OF THE POWMNT    *
000080* MAINTENANCE JOURNAL.  A CHANGED DIVISOR CHANGES EVERY   *
000090* PALLET PLAN FROM THAT POINT ON; THIS IS THE RECORD OF   *
