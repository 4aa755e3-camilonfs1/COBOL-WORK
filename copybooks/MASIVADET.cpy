      ******************************************************************
      * Copybook: MASIVADET.cpy
      * Purpose:  Record layout for the accounts of the pending
      *           mass-update request (masiva_detalle.dat, line
      *           sequential): una fila por cuenta seleccionada en la
      *           vista previa, con la CLI-ESTAMPA que tenia en ese
      *           momento y el valor del campo antes del cambio. Al
      *           aplicar, una cuenta cuya estampa ya no coincide se
      *           modifico despues de la vista previa y se rechaza.
      * Mod history:
      *   2026-10-15  CEVR  Created for the mass-update job.
      ******************************************************************
       01  REG-MASIVA-DET.
           05 MSD-ID-CLIENTE      PIC 9(8).
           05 MSD-ESTAMPA         PIC 9(7).
           05 MSD-VALOR-ANTERIOR  PIC X(20).
