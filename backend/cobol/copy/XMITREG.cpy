      * XMITREG - EXTRACT TRANSMISSION REGISTER RECORD LAYOUT
      *   ONE LINE PER EXTRACT TRANSMISSION TO THE STATS PACKAGE,
      *   WRITTEN BY HW-CALCULATOR AT END OF BATCH ALONGSIDE THE
      *   #EOTX TRAILER MANIFEST ON THE EXTRACT ITSELF, AND BY
      *   HWLOCEFF FOR EACH EFFICIENCY FEED (LEFFXTR) IT SENDS, WHOSE
      *   HASH IS OVER THE P-FREQUENCY OF ITS #LEFF ROWS. HWXMITAK
      *   MATCHES THE STATS GROUP'S ACKNOWLEDGMENTS AGAINST THESE
      *   LINES AND FLIPS THE STATUS. THE ROW COUNT AND HASH COVER
      *   EVERY EXTRACT ROW - PLAIN XR ROWS AND THE #FSTP/#FSTL/#XLNK
