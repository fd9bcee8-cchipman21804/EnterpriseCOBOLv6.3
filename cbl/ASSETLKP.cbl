       identification division.
       program-id.    ASSETLKP.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *              Shared Equipment Asset Master Lookup              *
      *                                                                *
      ******************************************************************
      *
      * One-call resolution from an equipment tag to the asset entry
      * the ASSETMNT master maintains, so DRIVEREG, MOTORMNT,
      * CHILMNT, SENSRCAL, SYSCURVE and AFFINITY all validate their
      * tags against the same list.  A chiller has no tag in the
      * plant registers: call with the asset id blank and the
      * building id and plant position filled in, and the CHLR
      * asset at that position comes back instead.
      *
      * The subprogram never takes the caller down: a tag that is
      * not on the master comes back as found = "N", and a missing
      * ASSETMST DD as found = "U" (unavailable), so the caller can
      * tell "unknown tag" from "nothing to check against".
      *
      * Calling convention:
      *   CALL "ASSETLKP" USING asset-id, found-flag, bldg-id,
      *                         position, asset-type, status
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select asset-master-file assign to ASSETMST
                    organization is sequential
                    file status is asset-master-status.

       data division.
       file section.
       fd  asset-master-file record contains 80 characters
                             recording mode f.
       01  asset-master-record.
           02 amr-asset-id                     pic x(10).
           02 filler                           pic x.
           02 amr-bldg-id                      pic x(8).
           02 filler                           pic x.
           02 amr-location                     pic x(20).
           02 filler                           pic x.
           02 amr-asset-type                   pic x(4).
           02 filler                           pic x.
           02 amr-parent-id                    pic x(10).
           02 filler                           pic x.
           02 amr-position                     pic x.
           02 filler                           pic x.
           02 amr-install-date                 pic x(8).
           02 filler                           pic x.
           02 amr-status                       pic x.
           02 filler                           pic x(11).

       working-storage section.

       01 asset-master-status                  pic xx value "00".
           88 asset-master-ok                  value "00".
       01 master-eof-sw                        pic x.
           88 master-eof                       value "Y".

       linkage section.
       01 lk-asset-id                          pic x(10).
       01 lk-found-flag                        pic x.
       01 lk-bldg-id                           pic x(8).
       01 lk-position                          pic x.
       01 lk-asset-type                        pic x(4).
       01 lk-status                            pic x.

       procedure division using lk-asset-id, lk-found-flag,
                                lk-bldg-id, lk-position,
                                lk-asset-type, lk-status.
       100-lookup-asset.
           move "N" to lk-found-flag
           move "N" to master-eof-sw
           open input asset-master-file
           if not asset-master-ok then
              move "U" to lk-found-flag
              goback
           end-if
           perform 200-read-master-record
                   until master-eof or lk-found-flag is equal to "Y"
           close asset-master-file
           goback.

       200-read-master-record.
           read asset-master-file
              at end set master-eof to true
              not at end perform 300-check-record
           end-read.

       300-check-record.
           if lk-asset-id is not equal to spaces then
              if amr-asset-id is equal to lk-asset-id then
                 perform 400-return-entry
              end-if
           else
              if amr-asset-type is equal to "CHLR" and
                 amr-bldg-id is equal to lk-bldg-id and
                 amr-position is equal to lk-position then
                 perform 400-return-entry
              end-if
           end-if.

       400-return-entry.
           move "Y" to lk-found-flag
           move amr-asset-id to lk-asset-id
           move amr-bldg-id to lk-bldg-id
           move amr-position to lk-position
           move amr-asset-type to lk-asset-type
           move amr-status to lk-status.
