      ******************************************************************
      * Copybook: BMIDEVIC
      * Purpose: One record per clinic scale or stadiometer - the
      * device ID the equipment stamps on every CSV row it exports,
      * and the site code of the clinic the device is installed at.
      * Loaded by BMISCIMP from BMIDEVIC.DAT so an imported reading
      * carries its clinic's site code onto the roster without
      * anyone keying it.
      ******************************************************************
           05 DV-DEVICE-ID             PIC X(12).
           05 DV-SITE-CODE             PIC X(3).
